000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB104U
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    MONTHLY CREDIT BUREAU SUBMISSION FOR OVERDRAFT AND CREDIT
000200*    FACILITIES.  RUN NIGHTLY AFTER ESB099A.  EVERY ACCOUNT ON THE
000210*    ESB022S SNAPSHOT OF THE BALANCE-ENQUIRY RESPONSES WITH AN
000220*    OVERDRAFT LIMIT (HZODL) IS KEPT ON THE CREDIT FACILITY
000230*    REGISTER (CBFOLDF -> CBFNEWF) WITH ITS LIMIT, THE AMOUNT
000240*    DRAWN AND THE MOST DRAWN ON ANY NIGHT OF THE MONTH.  ON THE
000250*    LAST BUSINESS NIGHT OF THE MONTH ONE DETAIL PER FACILITY IS
000260*    WRITTEN TO THE BUREAU'S FIXED-WIDTH SUBMISSION FILE (CBSUBF)
000270*    AGAINST THE ESB082K CUSTOMER MASTER IDENTITY, WITH THE DAYS
000280*    PAST THE LIMIT FROM THE ESB099A ARREARS LEDGER AND THE
000290*    ACCOUNT STATUS: CLOSED FROM THE CHART OF ACCOUNTS, DORMANT
000300*    FROM THE ESB067D MONITOR, OTHERWISE OPEN.  WHEN THE BUREAU'S
000310*    REJECTION FILE (CBREJF) IS PRESENT IT IS LOADED, THE
000320*    REJECTED FACILITIES ARE FLAGGED FOR CORRECTION AND SENT
000330*    AGAIN AS CORRECTIONS IN THE NEXT SUBMISSION, AND THE CONTROL
000340*    REPORT (CBRPT) RECONCILES THE RECORDS AND BALANCE WE SENT
000350*    WITH WHAT THE BUREAU ACCEPTED.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*    15-OCT-2026  TC   INITIAL VERSION.
000390******************************************************************
000400 PROGRAM-ID. ESB104U.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-ZSERIES.
000440 OBJECT-COMPUTER. IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CBPRMF   ASSIGN TO CBPRMF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS U4-CBPRMF-STATUS.
000500     SELECT COAMSTF  ASSIGN TO COAMSTF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS U4-COAMSTF-STATUS.
000530     SELECT DORMSTF  ASSIGN TO DORMSTF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS U4-DORMSTF-STATUS.
000560     SELECT ARRLDGF  ASSIGN TO ARRLDGF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS U4-ARRLDGF-STATUS.
000590     SELECT CUSTMSTF ASSIGN TO CUSTMSTF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS U4-CUSTMSTF-STATUS.
000620     SELECT CBFOLDF  ASSIGN TO CBFOLDF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS U4-CBFOLDF-STATUS.
000650     SELECT CBREJF   ASSIGN TO CBREJF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS U4-CBREJF-STATUS.
000680     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS U4-CUSTSNPF-STATUS.
000710     SELECT CBFNEWF  ASSIGN TO CBFNEWF
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS U4-CBFNEWF-STATUS.
000740     SELECT CBSUBF   ASSIGN TO CBSUBF
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS U4-CBSUBF-STATUS.
000770     SELECT CBRPT    ASSIGN TO CBRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS U4-CBRPT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CBPRMF
000830     RECORDING MODE IS F.
000840     COPY "Credit_Bureau_Param.cpy".
000850 FD  COAMSTF
000860     RECORDING MODE IS F.
000870     COPY "Chart_Of_Accounts.cpy".
000880 FD  DORMSTF
000890     RECORDING MODE IS F.
000900     COPY "Dormancy_Status.cpy".
000910 FD  ARRLDGF
000920     RECORDING MODE IS F.
000930     COPY "Overdraft_Arrears.cpy".
000940 FD  CUSTMSTF
000950     RECORDING MODE IS F.
000960     COPY "Customer_Master.cpy".
000970 FD  CBFOLDF
000980     RECORDING MODE IS F.
000990     COPY "Credit_Facility_Register.cpy".
001000 FD  CBREJF
001010     RECORDING MODE IS F.
001020     COPY "Bureau_Rejection.cpy".
001030 FD  CUSTSNPF
001040     RECORDING MODE IS F.
001050     COPY "Customer_Snapshot.cpy".
001060 FD  CBFNEWF
001070     RECORDING MODE IS F.
001080 01  CBFNEWF-RECORD               PIC X(176).
001090 FD  CBSUBF
001100     RECORDING MODE IS F.
001110     COPY "Bureau_Submission.cpy".
001120 FD  CBRPT
001130     RECORDING MODE IS F.
001140 01  CBRPT-RECORD                 PIC X(132).
001150 WORKING-STORAGE SECTION.
001160 01  U4-CBPRMF-STATUS             PIC X(002) VALUE '00'.
001170     88 U4-CBPRMF-OK                         VALUE '00'.
001180 01  U4-COAMSTF-STATUS            PIC X(002) VALUE '00'.
001190     88 U4-COAMSTF-OK                        VALUE '00'.
001200 01  U4-DORMSTF-STATUS            PIC X(002) VALUE '00'.
001210     88 U4-DORMSTF-OK                        VALUE '00'.
001220 01  U4-ARRLDGF-STATUS            PIC X(002) VALUE '00'.
001230     88 U4-ARRLDGF-OK                        VALUE '00'.
001240 01  U4-CUSTMSTF-STATUS           PIC X(002) VALUE '00'.
001250     88 U4-CUSTMSTF-OK                       VALUE '00'.
001260 01  U4-CBFOLDF-STATUS            PIC X(002) VALUE '00'.
001270     88 U4-CBFOLDF-OK                        VALUE '00'.
001280 01  U4-CBREJF-STATUS             PIC X(002) VALUE '00'.
001290     88 U4-CBREJF-OK                         VALUE '00'.
001300 01  U4-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001310     88 U4-CUSTSNPF-OK                       VALUE '00'.
001320 01  U4-CBFNEWF-STATUS            PIC X(002) VALUE '00'.
001330 01  U4-CBSUBF-STATUS             PIC X(002) VALUE '00'.
001340 01  U4-CBRPT-STATUS              PIC X(002) VALUE '00'.
001350 01  U4-SWITCHES.
001360     05 U4-CBPRMF-EOF-SW          PIC X(001) VALUE 'N'.
001370        88 U4-CBPRMF-EOF                     VALUE 'Y'.
001380     05 U4-COAMSTF-EOF-SW         PIC X(001) VALUE 'N'.
001390        88 U4-COAMSTF-EOF                    VALUE 'Y'.
001400     05 U4-DORMSTF-EOF-SW         PIC X(001) VALUE 'N'.
001410        88 U4-DORMSTF-EOF                    VALUE 'Y'.
001420     05 U4-ARRLDGF-EOF-SW         PIC X(001) VALUE 'N'.
001430        88 U4-ARRLDGF-EOF                    VALUE 'Y'.
001440     05 U4-CUSTMSTF-EOF-SW        PIC X(001) VALUE 'N'.
001450        88 U4-CUSTMSTF-EOF                   VALUE 'Y'.
001460     05 U4-CBFOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001470        88 U4-CBFOLDF-EOF                    VALUE 'Y'.
001480     05 U4-CBREJF-EOF-SW          PIC X(001) VALUE 'N'.
001490        88 U4-CBREJF-EOF                     VALUE 'Y'.
001500     05 U4-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001510        88 U4-CUSTSNPF-EOF                   VALUE 'Y'.
001520     05 U4-MONTH-END-SW           PIC X(001) VALUE 'N'.
001530        88 U4-MONTH-END                      VALUE 'Y'.
001540     05 U4-SUBMIT-SW              PIC X(001) VALUE 'N'.
001550        88 U4-SUBMIT                         VALUE 'Y'.
001560     05 U4-REJECTIONS-SW          PIC X(001) VALUE 'N'.
001570        88 U4-REJECTIONS-LOADED              VALUE 'Y'.
001580     05 U4-RECONCILED-SW          PIC X(001) VALUE 'Y'.
001590        88 U4-RECONCILED                     VALUE 'Y'.
001600     05 U4-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001610        88 U4-ENTRY-FOUND                    VALUE 'Y'.
001620     05 U4-IN-DEBIT-SW            PIC X(001) VALUE 'N'.
001630        88 U4-IN-DEBIT                       VALUE 'Y'.
001640 01  U4-DATE-TIME.
001650     05 U4-RUN-DATE               PIC 9(008) VALUE ZERO.
001660     05 U4-RUN-TIME               PIC 9(006) VALUE ZERO.
001670 01  U4-RUN-DATE-REDEF REDEFINES U4-DATE-TIME.
001680     05 U4-RUN-YEAR               PIC 9(004).
001690     05 U4-RUN-MONTH              PIC 9(002).
001700     05 U4-RUN-DAY                PIC 9(002).
001710     05 FILLER                    PIC X(006).
001720 01  U4-RUN-PERIOD                PIC 9(006) VALUE ZERO.
001730 01  U4-NEXT-JULIAN               PIC 9(007) COMP.
001740 01  U4-NEXT-BUS-DATE             PIC 9(008) VALUE ZERO.
001750 01  U4-NEXT-BUS-REDEF REDEFINES U4-NEXT-BUS-DATE.
001760     05 U4-NEXT-BUS-YEAR          PIC 9(004).
001770     05 U4-NEXT-BUS-MONTH         PIC 9(002).
001780     05 U4-NEXT-BUS-DAY           PIC 9(002).
001790 01  U4-COUNTERS.
001800     05 U4-SNAP-COUNT             PIC 9(007) VALUE ZERO.
001810     05 U4-NEW-FACILITY-COUNT     PIC 9(007) VALUE ZERO.
001820     05 U4-UPDATED-COUNT          PIC 9(007) VALUE ZERO.
001830     05 U4-NOT-SEEN-COUNT         PIC 9(007) VALUE ZERO.
001840     05 U4-DROPPED-COUNT          PIC 9(007) VALUE ZERO.
001850     05 U4-REGISTER-OUT-COUNT     PIC 9(007) VALUE ZERO.
001860     05 U4-DETAIL-COUNT           PIC 9(007) VALUE ZERO.
001870     05 U4-CORRECTION-COUNT       PIC 9(007) VALUE ZERO.
001880     05 U4-OPEN-COUNT             PIC 9(007) VALUE ZERO.
001890     05 U4-CLOSED-COUNT           PIC 9(007) VALUE ZERO.
001900     05 U4-DORMANT-COUNT          PIC 9(007) VALUE ZERO.
001910     05 U4-PAST-LIMIT-COUNT       PIC 9(007) VALUE ZERO.
001920     05 U4-NO-IDENTITY-COUNT      PIC 9(007) VALUE ZERO.
001930     05 U4-REJECT-IN-COUNT        PIC 9(007) VALUE ZERO.
001940     05 U4-REJECT-MATCHED-COUNT   PIC 9(007) VALUE ZERO.
001950     05 U4-REJECT-UNMATCHED-COUNT PIC 9(007) VALUE ZERO.
001960     05 U4-OUR-SENT-COUNT         PIC 9(007) VALUE ZERO.
001970     05 U4-OUR-ACCEPTED-COUNT     PIC 9(007) VALUE ZERO.
001980 01  U4-TOTALS.
001990     05 U4-TOT-LIMIT              PIC 9(015)V99 VALUE ZERO.
002000     05 U4-TOT-BALANCE            PIC 9(015)V99 VALUE ZERO.
002010     05 U4-TOT-HIGHEST            PIC 9(015)V99 VALUE ZERO.
002020     05 U4-OUR-SENT-BAL           PIC 9(015)V99 VALUE ZERO.
002030     05 U4-OUR-REJECTED-BAL       PIC 9(015)V99 VALUE ZERO.
002040     05 U4-OUR-ACCEPTED-BAL       PIC 9(015)V99 VALUE ZERO.
002050 01  U4-REJ-HEADER.
002060     05 U4-REJ-SUBMIT-DATE        PIC 9(008) VALUE ZERO.
002070     05 U4-REJ-RECEIVED           PIC 9(007) VALUE ZERO.
002080     05 U4-REJ-ACCEPTED           PIC 9(007) VALUE ZERO.
002090     05 U4-REJ-REJECTED           PIC 9(007) VALUE ZERO.
002100     05 U4-REJ-ACCEPTED-BAL       PIC 9(015)V99 VALUE ZERO.
002110 01  U4-STATUS                    PIC X(001) VALUE SPACES.
002120 01  U4-DAYS-PAST                 PIC 9(005) VALUE ZERO.
002130 01  U4-PARAM-LOADED-SW           PIC X(001) VALUE 'N'.
002140     88 U4-PARAM-LOADED                      VALUE 'Y'.
002150*    ONLY THE CLOSED ACCOUNTS ON THE CHART AND THE DORMANT
002160*    ACCOUNTS ON THE MONITOR ARE KEPT; EVERYTHING ELSE IS OPEN.
002170 01  U4-CLOSED-TABLE-COUNT        PIC 9(004) COMP VALUE ZERO.
002180 01  U4-CLOSED-TABLE.
002190     05 U4-CLS-ENTRY OCCURS 2000 TIMES
002200        INDEXED BY U4-CLS-IDX, U4-CLS-LOOKUP-IDX.
002210        10 U4-CLS-HZAB            PIC X(004).
002220        10 U4-CLS-HZAN            PIC X(006).
002230        10 U4-CLS-HZAS            PIC X(003).
002240 01  U4-DORMANT-TABLE-COUNT       PIC 9(004) COMP VALUE ZERO.
002250 01  U4-DORMANT-TABLE.
002260     05 U4-DOR-ENTRY OCCURS 2000 TIMES
002270        INDEXED BY U4-DOR-IDX, U4-DOR-LOOKUP-IDX.
002280        10 U4-DOR-HZAB            PIC X(004).
002290        10 U4-DOR-HZAN            PIC X(006).
002300        10 U4-DOR-HZAS            PIC X(003).
002310 01  U4-ARREARS-COUNT             PIC 9(004) COMP VALUE ZERO.
002320 01  U4-ARREARS-TABLE.
002330     05 U4-ARR-ENTRY OCCURS 3000 TIMES
002340        INDEXED BY U4-ARR-IDX, U4-ARR-LOOKUP-IDX.
002350        10 U4-ARR-HZAB            PIC X(004).
002360        10 U4-ARR-HZAN            PIC X(006).
002370        10 U4-ARR-HZAS            PIC X(003).
002380        10 U4-ARR-DAYS            PIC 9(005).
002390 01  U4-CUSTOMER-COUNT            PIC 9(004) COMP VALUE ZERO.
002400 01  U4-CUSTOMER-TABLE.
002410     05 U4-CUS-ENTRY OCCURS 3000 TIMES
002420        INDEXED BY U4-CUS-IDX, U4-CUS-LOOKUP-IDX.
002430        10 U4-CUS-HZCUS           PIC X(006).
002440        10 U4-CUS-HZCLC           PIC X(003).
002450        10 U4-CUS-HZCUN           PIC X(035).
002460        10 U4-CUS-HZCUNA          PIC X(035).
002470 01  U4-REGISTER-COUNT            PIC 9(004) COMP VALUE ZERO.
002480 01  U4-REGISTER-TABLE.
002490     05 U4-REG-ENTRY OCCURS 3000 TIMES
002500        INDEXED BY U4-REG-IDX, U4-REG-LOOKUP-IDX.
002510        10 U4-REG-IMAGE           PIC X(176).
002520        10 U4-REG-MATCHED-SW      PIC X(001).
002530        10 U4-REG-DROP-SW         PIC X(001).
002540 01  U4-HEADING-LINE.
002550     05 FILLER                    PIC X(040)
002560            VALUE 'CREDIT BUREAU SUBMISSION CONTROL        '.
002570     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002580     05 U4-HDG-DATE               PIC 9(008).
002590     05 FILLER                    PIC X(004) VALUE SPACES.
002600     05 U4-HDG-MONTH-END          PIC X(014).
002610     05 FILLER                    PIC X(061) VALUE SPACES.
002620 01  U4-SECTION-LINE.
002630     05 U4-SEC-TITLE              PIC X(066).
002640     05 FILLER                    PIC X(066) VALUE SPACES.
002650 01  U4-REJECT-COLUMN-LINE.
002660     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002670     05 FILLER                    PIC X(008) VALUE 'CUST'.
002680     05 FILLER                    PIC X(008) VALUE 'PERIOD'.
002690     05 FILLER                    PIC X(006) VALUE 'CODE'.
002700     05 FILLER                    PIC X(042)
002710            VALUE 'BUREAU REASON'.
002720     05 FILLER                    PIC X(051) VALUE 'ACTION'.
002730 01  U4-REJECT-LINE.
002740     05 U4-RJL-HZAB               PIC X(004).
002750     05 FILLER                    PIC X(001) VALUE SPACES.
002760     05 U4-RJL-HZAN               PIC X(006).
002770     05 FILLER                    PIC X(001) VALUE SPACES.
002780     05 U4-RJL-HZAS               PIC X(003).
002790     05 FILLER                    PIC X(002) VALUE SPACES.
002800     05 U4-RJL-HZCUS              PIC X(006).
002810     05 FILLER                    PIC X(002) VALUE SPACES.
002820     05 U4-RJL-PERIOD             PIC 9(006).
002830     05 FILLER                    PIC X(002) VALUE SPACES.
002840     05 U4-RJL-CODE               PIC X(004).
002850     05 FILLER                    PIC X(002) VALUE SPACES.
002860     05 U4-RJL-TEXT               PIC X(040).
002870     05 FILLER                    PIC X(002) VALUE SPACES.
002880     05 U4-RJL-ACTION             PIC X(020).
002890     05 FILLER                    PIC X(031) VALUE SPACES.
002900 01  U4-RECON-COLUMN-LINE.
002910     05 FILLER                    PIC X(030) VALUE SPACES.
002920     05 FILLER                    PIC X(010) VALUE '   RECORDS'.
002930     05 FILLER                    PIC X(022)
002940            VALUE '               BALANCE'.
002950     05 FILLER                    PIC X(070) VALUE SPACES.
002960 01  U4-RECON-LINE.
002970     05 U4-RCL-LABEL              PIC X(030).
002980     05 FILLER                    PIC X(003) VALUE SPACES.
002990     05 U4-RCL-COUNT              PIC ZZZZZZ9.
003000     05 FILLER                    PIC X(002) VALUE SPACES.
003010     05 U4-RCL-BALANCE            PIC Z(016)9.99.
003020     05 FILLER                    PIC X(002) VALUE SPACES.
003030     05 U4-RCL-RESULT             PIC X(010).
003040     05 FILLER                    PIC X(058) VALUE SPACES.
003050 01  U4-IDENTITY-COLUMN-LINE.
003060     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
003070     05 FILLER                    PIC X(008) VALUE 'CUST'.
003080     05 FILLER                    PIC X(107) VALUE 'IDENTITY'.
003090 01  U4-IDENTITY-LINE.
003100     05 U4-IDL-HZAB               PIC X(004).
003110     05 FILLER                    PIC X(001) VALUE SPACES.
003120     05 U4-IDL-HZAN               PIC X(006).
003130     05 FILLER                    PIC X(001) VALUE SPACES.
003140     05 U4-IDL-HZAS               PIC X(003).
003150     05 FILLER                    PIC X(002) VALUE SPACES.
003160     05 U4-IDL-HZCUS              PIC X(006).
003170     05 FILLER                    PIC X(002) VALUE SPACES.
003180     05 U4-IDL-REASON             PIC X(030).
003190     05 FILLER                    PIC X(077) VALUE SPACES.
003200 01  U4-COUNT-LINE.
003210     05 U4-CNT-LABEL              PIC X(040).
003220     05 U4-CNT-VALUE              PIC ZZZZZZ9.
003230     05 FILLER                    PIC X(085) VALUE SPACES.
003240 01  U4-AMOUNT-LINE.
003250     05 U4-AMT-LABEL              PIC X(040).
003260     05 U4-AMT-VALUE              PIC Z(016)9.99.
003270     05 FILLER                    PIC X(072) VALUE SPACES.
003280 COPY "Business_Date_Service.cpy".
003290 COPY "Date_Service.cpy".
003300 COPY "Run_Statistics.cpy".
003310 COPY "Credit_Facility_Register.cpy"
003320     REPLACING CREDIT-FACILITY-REGISTER-RECORD
003330            BY U4-FACILITY-WORK.
003340 COPY "Credit_Bureau_Param.cpy"
003350     REPLACING CREDIT-BUREAU-PARAM-RECORD BY U4-PARAM-WORK.
003360 PROCEDURE DIVISION.
003370*-----------------------------------------------------------------
003380 0000-MAINLINE.
003390*-----------------------------------------------------------------
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 3000-LOAD-REJECTIONS THRU 3000-EXIT.
003420     PERFORM 2000-UPDATE-ONE-FACILITY THRU 2000-EXIT
003430         UNTIL U4-CUSTSNPF-EOF.
003440     IF U4-SUBMIT
003450         PERFORM 4000-WRITE-SUBMISSION THRU 4000-EXIT
003460     END-IF.
003470     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
003480     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003490     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003500     STOP RUN.
003510*-----------------------------------------------------------------
003520 1000-INITIALIZE.
003530*-----------------------------------------------------------------
003540     ACCEPT U4-RUN-DATE FROM DATE YYYYMMDD.
003550     MOVE SPACES TO BUSINESS-DATE-AREA.
003560     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003570     EVALUATE TRUE
003580         WHEN BDS-OK
003590             MOVE BDS-BUSINESS-DATE TO U4-RUN-DATE
003600         WHEN BDS-NOT-STARTED
003610             DISPLAY 'ESB104U: BUSINESS DATE NOT STARTED -'
003620                 ' RUN REFUSED'
003630             MOVE 8 TO RETURN-CODE
003640             STOP RUN
003650         WHEN OTHER
003660             CONTINUE
003670     END-EVALUATE.
003680     ACCEPT U4-RUN-TIME FROM TIME.
003690     ACCEPT RST-START-TIME FROM TIME.
003700     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003710                  RST-REJECT-COUNT.
003720     COMPUTE U4-RUN-PERIOD = U4-RUN-YEAR * 100 + U4-RUN-MONTH.
003730     PERFORM 1100-SET-PERIOD-FLAGS THRU 1100-EXIT.
003740     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
003750     OPEN INPUT CBFOLDF.
003760     IF U4-CBFOLDF-OK
003770         PERFORM 9600-READ-CBFOLDF THRU 9600-EXIT
003780     ELSE
003790         SET U4-CBFOLDF-EOF TO TRUE
003800     END-IF.
003810     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT
003820         UNTIL U4-CBFOLDF-EOF.
003830     CLOSE CBFOLDF.
003840     IF U4-MONTH-END
003850         PERFORM 1400-LOAD-REFERENCE THRU 1400-EXIT
003860     END-IF.
003870     OPEN INPUT  CUSTSNPF.
003890     OPEN OUTPUT CBRPT.
003900     IF U4-SUBMIT
003910         OPEN OUTPUT CBSUBF
003920     END-IF.
003930     MOVE U4-RUN-DATE TO U4-HDG-DATE.
003940     MOVE SPACES TO U4-HDG-MONTH-END.
003950     IF U4-MONTH-END
003960         MOVE 'MONTH-END RUN ' TO U4-HDG-MONTH-END
003970     END-IF.
003980     MOVE U4-HEADING-LINE TO CBRPT-RECORD.
003990     WRITE CBRPT-RECORD.
004000     IF U4-CUSTSNPF-OK
004010         PERFORM 9800-READ-CUSTSNPF THRU 9800-EXIT
004020     ELSE
004030         SET U4-CUSTSNPF-EOF TO TRUE
004040     END-IF.
004050 1000-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------------
004080 1100-SET-PERIOD-FLAGS.
004090*-----------------------------------------------------------------
004100*    MONTH END IS THE LAST BUSINESS NIGHT OF THE MONTH: THE NEXT
004110*    BUSINESS DAY (ESB060C, ELSE THE NEXT CALENDAR DAY) FALLS IN
004120*    ANOTHER MONTH.
004130     COMPUTE U4-NEXT-JULIAN =
004140         FUNCTION INTEGER-OF-DATE(U4-RUN-DATE) + 1.
004150     COMPUTE U4-NEXT-BUS-DATE =
004160         FUNCTION DATE-OF-INTEGER(U4-NEXT-JULIAN).
004170     MOVE SPACES TO DATE-SERVICE-AREA.
004180     SET DSV-ROLL-FORWARD TO TRUE.
004190     MOVE U4-NEXT-BUS-DATE TO DSV-DATE-1.
004200     CALL 'ESB060C' USING DATE-SERVICE-AREA.
004210     IF DSV-RESULT-DATE IS NUMERIC
004220        AND DSV-RESULT-DATE > ZERO
004230         MOVE DSV-RESULT-DATE TO U4-NEXT-BUS-DATE
004240     END-IF.
004250     IF U4-NEXT-BUS-MONTH NOT = U4-RUN-MONTH
004260         SET U4-MONTH-END TO TRUE
004270     END-IF.
004280 1100-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310 1200-LOAD-PARAMETERS.
004320*-----------------------------------------------------------------
004330*    THE BUREAU WILL NOT TAKE A FILE WITHOUT THE MEMBER
004340*    IDENTIFIER; WITHOUT IT THE REGISTER IS STILL KEPT BUT THE
004350*    MONTH-END SUBMISSION IS HELD BACK.
004360     MOVE SPACES TO U4-PARAM-WORK.
004370     OPEN INPUT CBPRMF.
004380     IF U4-CBPRMF-OK
004390         PERFORM 9100-READ-CBPRMF THRU 9100-EXIT
004400         IF NOT U4-CBPRMF-EOF
004410             MOVE CREDIT-BUREAU-PARAM-RECORD TO U4-PARAM-WORK
004420             SET U4-PARAM-LOADED TO TRUE
004430         END-IF
004440     END-IF.
004450     CLOSE CBPRMF.
004460     IF U4-MONTH-END
004470         IF CBP-MEMBER-ID OF U4-PARAM-WORK = SPACES
004480             DISPLAY 'ESB104U: NO BUREAU MEMBER ID ON CBPRMF -'
004490                 ' SUBMISSION NOT WRITTEN'
004500         ELSE
004510             SET U4-SUBMIT TO TRUE
004520         END-IF
004530     END-IF.
004540 1200-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570 1300-LOAD-REGISTER.
004580*-----------------------------------------------------------------
004590*    A FACILITY DROPPED HERE WOULD VANISH FROM THE NEW REGISTER
004600*    AND FROM THE BUREAU, SO A FULL REGISTER STOPS THE RUN.
004610     IF U4-REGISTER-COUNT NOT < 3000
004620         DISPLAY 'ESB104U: FACILITY REGISTER FULL AT '
004680             CBF-HZAB OF CREDIT-FACILITY-REGISTER-RECORD
004690             CBF-HZAN OF CREDIT-FACILITY-REGISTER-RECORD
004700             CBF-HZAS OF CREDIT-FACILITY-REGISTER-RECORD
004705             ' - RUN REFUSED'
004710         MOVE 8 TO RETURN-CODE
004715         STOP RUN
004720     END-IF.
004721     ADD 1 TO U4-REGISTER-COUNT.
004722     SET U4-REG-IDX TO U4-REGISTER-COUNT.
004723     MOVE CREDIT-FACILITY-REGISTER-RECORD
004724         TO U4-REG-IMAGE (U4-REG-IDX).
004725     MOVE 'N' TO U4-REG-MATCHED-SW (U4-REG-IDX).
004726     MOVE 'N' TO U4-REG-DROP-SW (U4-REG-IDX).
004730     PERFORM 9600-READ-CBFOLDF THRU 9600-EXIT.
004740 1300-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770 1400-LOAD-REFERENCE.
004780*-----------------------------------------------------------------
004790*    THE STATUS, ARREARS AND IDENTITY DATA ARE ONLY NEEDED FOR
004795*    THE MONTH-END SUBMISSION.  A TABLE TOO SMALL FOR ITS FILE
004800*    WOULD MISREPORT FACILITIES TO THE BUREAU, SO IT STOPS THE
004805*    RUN.
004810     OPEN INPUT COAMSTF.
004820     IF U4-COAMSTF-OK
004830         PERFORM 9200-READ-COAMSTF THRU 9200-EXIT
004840     ELSE
004850         SET U4-COAMSTF-EOF TO TRUE
004860     END-IF.
004870     PERFORM 1410-LOAD-CLOSED THRU 1410-EXIT
004880         UNTIL U4-COAMSTF-EOF.
004890     CLOSE COAMSTF.
004900     OPEN INPUT DORMSTF.
004910     IF U4-DORMSTF-OK
004920         PERFORM 9300-READ-DORMSTF THRU 9300-EXIT
004930     ELSE
004940         SET U4-DORMSTF-EOF TO TRUE
004950     END-IF.
004960     PERFORM 1420-LOAD-DORMANT THRU 1420-EXIT
004970         UNTIL U4-DORMSTF-EOF.
004980     CLOSE DORMSTF.
004990     OPEN INPUT ARRLDGF.
005000     IF U4-ARRLDGF-OK
005010         PERFORM 9400-READ-ARRLDGF THRU 9400-EXIT
005020     ELSE
005030         SET U4-ARRLDGF-EOF TO TRUE
005040     END-IF.
005050     PERFORM 1430-LOAD-ARREARS THRU 1430-EXIT
005060         UNTIL U4-ARRLDGF-EOF.
005070     CLOSE ARRLDGF.
005080     OPEN INPUT CUSTMSTF.
005090     IF U4-CUSTMSTF-OK
005100         PERFORM 9500-READ-CUSTMSTF THRU 9500-EXIT
005110     ELSE
005120         SET U4-CUSTMSTF-EOF TO TRUE
005130     END-IF.
005140     PERFORM 1440-LOAD-CUSTOMER THRU 1440-EXIT
005150         UNTIL U4-CUSTMSTF-EOF.
005160     CLOSE CUSTMSTF.
005170 1400-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200 1410-LOAD-CLOSED.
005210*-----------------------------------------------------------------
005220     IF COA-CLOSED
005222         IF U4-CLOSED-TABLE-COUNT NOT < 2000
005224             DISPLAY 'ESB104U: CLOSED ACCOUNT TABLE FULL AT '
005226                 COA-BRANCH COA-ACCOUNT COA-SUBACCT
005228                 ' - RUN REFUSED'
005230             MOVE 8 TO RETURN-CODE
005232             STOP RUN
005234         END-IF
005240         ADD 1 TO U4-CLOSED-TABLE-COUNT
005250         SET U4-CLS-IDX TO U4-CLOSED-TABLE-COUNT
005260         MOVE COA-BRANCH  TO U4-CLS-HZAB (U4-CLS-IDX)
005270         MOVE COA-ACCOUNT TO U4-CLS-HZAN (U4-CLS-IDX)
005280         MOVE COA-SUBACCT TO U4-CLS-HZAS (U4-CLS-IDX)
005290     END-IF.
005300     PERFORM 9200-READ-COAMSTF THRU 9200-EXIT.
005310 1410-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340 1420-LOAD-DORMANT.
005350*-----------------------------------------------------------------
005360     IF DRM-ACCT-DORMANT
005362         IF U4-DORMANT-TABLE-COUNT NOT < 2000
005364             DISPLAY 'ESB104U: DORMANT ACCOUNT TABLE FULL AT '
005366                 DRM-HZAB DRM-HZAN DRM-HZAS ' - RUN REFUSED'
005368             MOVE 8 TO RETURN-CODE
005370             STOP RUN
005372         END-IF
005380         ADD 1 TO U4-DORMANT-TABLE-COUNT
005390         SET U4-DOR-IDX TO U4-DORMANT-TABLE-COUNT
005400         MOVE DRM-HZAB TO U4-DOR-HZAB (U4-DOR-IDX)
005410         MOVE DRM-HZAN TO U4-DOR-HZAN (U4-DOR-IDX)
005420         MOVE DRM-HZAS TO U4-DOR-HZAS (U4-DOR-IDX)
005430     END-IF.
005440     PERFORM 9300-READ-DORMSTF THRU 9300-EXIT.
005450 1420-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480 1430-LOAD-ARREARS.
005490*-----------------------------------------------------------------
005500     IF OAR-DAYS-IN-EXCESS > ZERO
005502         IF U4-ARREARS-COUNT NOT < 3000
005504             DISPLAY 'ESB104U: ARREARS TABLE FULL AT '
005506                 OAR-HZAB OAR-HZAN OAR-HZAS ' - RUN REFUSED'
005508             MOVE 8 TO RETURN-CODE
005510             STOP RUN
005512         END-IF
005520         ADD 1 TO U4-ARREARS-COUNT
005530         SET U4-ARR-IDX TO U4-ARREARS-COUNT
005540         MOVE OAR-HZAB TO U4-ARR-HZAB (U4-ARR-IDX)
005550         MOVE OAR-HZAN TO U4-ARR-HZAN (U4-ARR-IDX)
005560         MOVE OAR-HZAS TO U4-ARR-HZAS (U4-ARR-IDX)
005570         MOVE OAR-DAYS-IN-EXCESS TO U4-ARR-DAYS (U4-ARR-IDX)
005580     END-IF.
005590     PERFORM 9400-READ-ARRLDGF THRU 9400-EXIT.
005600 1430-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------------
005630 1440-LOAD-CUSTOMER.
005640*-----------------------------------------------------------------
005650     IF U4-CUSTOMER-COUNT NOT < 3000
005660         DISPLAY 'ESB104U: CUSTOMER TABLE FULL AT '
005670             CMR-HZCUS ' - RUN REFUSED'
005680         MOVE 8 TO RETURN-CODE
005690         STOP RUN
005720     END-IF.
005721     ADD 1 TO U4-CUSTOMER-COUNT.
005722     SET U4-CUS-IDX TO U4-CUSTOMER-COUNT.
005723     MOVE CMR-HZCUS  TO U4-CUS-HZCUS (U4-CUS-IDX).
005724     MOVE CMR-HZCLC  TO U4-CUS-HZCLC (U4-CUS-IDX).
005725     MOVE CMR-HZCUN  TO U4-CUS-HZCUN (U4-CUS-IDX).
005726     MOVE CMR-HZCUNA TO U4-CUS-HZCUNA (U4-CUS-IDX).
005730     PERFORM 9500-READ-CUSTMSTF THRU 9500-EXIT.
005740 1440-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770 2000-UPDATE-ONE-FACILITY.
005780*-----------------------------------------------------------------
005790*    ONLY ACCOUNTS WITH A LIMIT, OR ALREADY ON THE REGISTER, ARE
005800*    TRACKED.  THE AMOUNT DRAWN IS HZODL LESS HZNABL, WHERE
005810*    POSITIVE (THE ESB012U CONVENTION); THE MONTH'S HIGHEST
005820*    STARTS AGAIN ON THE FIRST NIGHT OF A NEW MONTH.
005830     ADD 1 TO U4-SNAP-COUNT.
005840     ADD 1 TO RST-RECORDS-IN.
005850     PERFORM 2100-LOOKUP-REGISTER THRU 2100-EXIT.
005860     IF NOT U4-ENTRY-FOUND
005870         IF CSS-HZODL = ZERO
005880             GO TO 2000-READ-NEXT
005890         END-IF
005900         PERFORM 2150-START-REGISTER-ENTRY THRU 2150-EXIT
005910         IF NOT U4-ENTRY-FOUND
005920             GO TO 2000-READ-NEXT
005930         END-IF
005940     END-IF.
005950     MOVE U4-REG-IMAGE (U4-REG-LOOKUP-IDX) TO U4-FACILITY-WORK.
005960     MOVE 'Y' TO U4-REG-MATCHED-SW (U4-REG-LOOKUP-IDX).
005970     ADD 1 TO U4-UPDATED-COUNT.
005980     MOVE 'N' TO U4-IN-DEBIT-SW.
005990     IF CSS-HZODL > CSS-HZNABL
006010         SET U4-IN-DEBIT TO TRUE
006020     END-IF.
006030     IF CBF-PERIOD OF U4-FACILITY-WORK NOT = U4-RUN-PERIOD
006040         MOVE U4-RUN-PERIOD TO CBF-PERIOD OF U4-FACILITY-WORK
006050         MOVE ZERO TO CBF-HIGHEST OF U4-FACILITY-WORK
006060     END-IF.
006070     MOVE CSS-HZCUS TO CBF-HZCUS OF U4-FACILITY-WORK.
006080     MOVE CSS-HZCCY TO CBF-CCY OF U4-FACILITY-WORK.
006090     MOVE CSS-HZODL TO CBF-HZODL OF U4-FACILITY-WORK.
006100     MOVE U4-RUN-DATE TO CBF-LAST-SEEN OF U4-FACILITY-WORK.
006110     IF U4-IN-DEBIT
006116         COMPUTE CBF-BALANCE OF U4-FACILITY-WORK =
006122             CSS-HZODL - CSS-HZNABL
006130     ELSE
006140         MOVE ZERO TO CBF-BALANCE OF U4-FACILITY-WORK
006150     END-IF.
006160     IF CBF-BALANCE OF U4-FACILITY-WORK >
006170             CBF-HIGHEST OF U4-FACILITY-WORK
006180         MOVE CBF-BALANCE OF U4-FACILITY-WORK
006190             TO CBF-HIGHEST OF U4-FACILITY-WORK
006200     END-IF.
006210     MOVE U4-FACILITY-WORK TO U4-REG-IMAGE (U4-REG-LOOKUP-IDX).
006220 2000-READ-NEXT.
006230     PERFORM 9800-READ-CUSTSNPF THRU 9800-EXIT.
006240 2000-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270 2100-LOOKUP-REGISTER.
006280*-----------------------------------------------------------------
006290     MOVE 'N' TO U4-ENTRY-FOUND-SW.
006300     IF U4-REGISTER-COUNT = ZERO
006310         GO TO 2100-EXIT
006320     END-IF.
006330     SET U4-REG-LOOKUP-IDX TO 1.
006340     PERFORM 2110-SCAN-REGISTER THRU 2110-EXIT
006350         UNTIL U4-REG-LOOKUP-IDX > U4-REGISTER-COUNT
006360            OR U4-ENTRY-FOUND.
006370 2100-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------------
006400 2110-SCAN-REGISTER.
006410*-----------------------------------------------------------------
006420     MOVE U4-REG-IMAGE (U4-REG-LOOKUP-IDX) TO U4-FACILITY-WORK.
006430     IF CBF-HZAB OF U4-FACILITY-WORK = CSS-HZAB
006440        AND CBF-HZAN OF U4-FACILITY-WORK = CSS-HZAN
006450        AND CBF-HZAS OF U4-FACILITY-WORK = CSS-HZAS
006460         SET U4-ENTRY-FOUND TO TRUE
006470     ELSE
006480         SET U4-REG-LOOKUP-IDX UP BY 1
006490     END-IF.
006500 2110-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530 2150-START-REGISTER-ENTRY.
006540*-----------------------------------------------------------------
006542*    A NEW FACILITY LEFT UNTRACKED WOULD NEVER REACH THE BUREAU.
006544*    THE NEW REGISTER IS NOT OPENED UNTIL 5000, SO STOPPING HERE
006546*    LEAVES THE CURRENT GENERATION STANDING.
006550     IF U4-REGISTER-COUNT NOT < 3000
006560         DISPLAY 'ESB104U: FACILITY REGISTER FULL AT '
006570             CSS-HZAB CSS-HZAN CSS-HZAS ' - RUN REFUSED'
006580         MOVE 8 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610     ADD 1 TO U4-REGISTER-COUNT.
006620     SET U4-REG-LOOKUP-IDX TO U4-REGISTER-COUNT.
006630     MOVE SPACES TO U4-FACILITY-WORK.
006640     MOVE CSS-HZAB TO CBF-HZAB OF U4-FACILITY-WORK.
006650     MOVE CSS-HZAN TO CBF-HZAN OF U4-FACILITY-WORK.
006660     MOVE CSS-HZAS TO CBF-HZAS OF U4-FACILITY-WORK.
006670     MOVE ZERO TO CBF-HZODL OF U4-FACILITY-WORK
006680                  CBF-BALANCE OF U4-FACILITY-WORK
006690                  CBF-HIGHEST OF U4-FACILITY-WORK
006700                  CBF-LAST-SEEN OF U4-FACILITY-WORK
006710                  CBF-SUB-DATE OF U4-FACILITY-WORK
006720                  CBF-SUB-PERIOD OF U4-FACILITY-WORK
006730                  CBF-SUB-BALANCE OF U4-FACILITY-WORK
006740                  CBF-REJECT-PERIOD OF U4-FACILITY-WORK.
006750     MOVE U4-RUN-PERIOD TO CBF-PERIOD OF U4-FACILITY-WORK.
006760     MOVE 'N' TO CBF-REJECT-SW OF U4-FACILITY-WORK.
006770     MOVE U4-FACILITY-WORK TO U4-REG-IMAGE (U4-REG-LOOKUP-IDX).
006780     MOVE 'N' TO U4-REG-MATCHED-SW (U4-REG-LOOKUP-IDX).
006790     MOVE 'N' TO U4-REG-DROP-SW (U4-REG-LOOKUP-IDX).
006800     ADD 1 TO U4-NEW-FACILITY-COUNT.
006810     SET U4-ENTRY-FOUND TO TRUE.
006820 2150-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850 3000-LOAD-REJECTIONS.
006860*-----------------------------------------------------------------
006870*    THE BUREAU'S RESPONSE IS MATCHED TO THE SUBMISSION IT NAMES.
006875*    A RESPONSE LEFT IN PLACE IS APPLIED AGAIN EACH NIGHT; A
006880*    FACILITY IT HAS ALREADY FLAGGED STILL COUNTS AS MATCHED, SO
006885*    THE RECONCILIATION GOES ON AGREEING UNTIL THE NEXT
006890*    SUBMISSION, AFTER WHICH THE FACILITIES SENT AGAIN NO LONGER
006895*    CARRY ITS SUBMISSION DATE AND IT SHOWS AS A DIFFERENCE.
006900     OPEN INPUT CBREJF.
006910     IF U4-CBREJF-OK
006920         PERFORM 9700-READ-CBREJF THRU 9700-EXIT
006930     ELSE
006940         GO TO 3000-EXIT
006950     END-IF.
006960     IF U4-CBREJF-EOF
006970         GO TO 3000-CLOSE
006980     END-IF.
006990     IF NOT CBJ-HEADER
007000         DISPLAY 'ESB104U: BUREAU RESPONSE HAS NO HEADER -'
007010             ' NOT LOADED'
007020         MOVE 'N' TO U4-RECONCILED-SW
007030         GO TO 3000-CLOSE
007040     END-IF.
007050     SET U4-REJECTIONS-LOADED TO TRUE.
007060     MOVE CBJ-HDR-SUBMIT-DATE TO U4-REJ-SUBMIT-DATE.
007070     MOVE CBJ-HDR-RECEIVED TO U4-REJ-RECEIVED.
007080     MOVE CBJ-HDR-ACCEPTED TO U4-REJ-ACCEPTED.
007090     MOVE CBJ-HDR-REJECTED TO U4-REJ-REJECTED.
007100     MOVE CBJ-HDR-ACCEPTED-BAL TO U4-REJ-ACCEPTED-BAL.
007110     MOVE SPACES TO CBRPT-RECORD.
007120     WRITE CBRPT-RECORD.
007130     MOVE SPACES TO U4-SECTION-LINE.
007140     MOVE 'BUREAU REJECTIONS FOR THE SUBMISSION OF'
007150         TO U4-SEC-TITLE.
007160     MOVE U4-REJ-SUBMIT-DATE TO U4-SEC-TITLE (41 : 8).
007170     MOVE U4-SECTION-LINE TO CBRPT-RECORD.
007180     WRITE CBRPT-RECORD.
007190     MOVE U4-REJECT-COLUMN-LINE TO CBRPT-RECORD.
007200     WRITE CBRPT-RECORD.
007210     PERFORM 9700-READ-CBREJF THRU 9700-EXIT.
007220     PERFORM 3100-APPLY-ONE-REJECTION THRU 3100-EXIT
007230         UNTIL U4-CBREJF-EOF.
007240     PERFORM 3200-RECONCILE THRU 3200-EXIT.
007250 3000-CLOSE.
007260     CLOSE CBREJF.
007270 3000-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------------
007300 3100-APPLY-ONE-REJECTION.
007310*-----------------------------------------------------------------
007320     IF NOT CBJ-REJECT
007330         GO TO 3100-READ-NEXT
007340     END-IF.
007350     ADD 1 TO U4-REJECT-IN-COUNT.
007360     MOVE SPACES TO U4-RJL-HZCUS.
007370     MOVE 'N' TO U4-ENTRY-FOUND-SW.
007380     IF U4-REGISTER-COUNT > ZERO
007390         SET U4-REG-LOOKUP-IDX TO 1
007400         PERFORM 3110-SCAN-SUBMITTED THRU 3110-EXIT
007410             UNTIL U4-REG-LOOKUP-IDX > U4-REGISTER-COUNT
007420                OR U4-ENTRY-FOUND
007430     END-IF.
007440     IF U4-ENTRY-FOUND
007450         MOVE U4-REG-IMAGE (U4-REG-LOOKUP-IDX) TO U4-FACILITY-WORK
007460         ADD CBF-SUB-BALANCE OF U4-FACILITY-WORK
007470             TO U4-OUR-REJECTED-BAL
007480         ADD 1 TO U4-REJECT-MATCHED-COUNT
007510         SET CBF-REJECTED OF U4-FACILITY-WORK TO TRUE
007520         MOVE CBJ-REJ-PERIOD
007530             TO CBF-REJECT-PERIOD OF U4-FACILITY-WORK
007540         MOVE CBJ-REJ-CODE TO CBF-REJECT-CODE OF U4-FACILITY-WORK
007550         MOVE CBJ-REJ-TEXT TO CBF-REJECT-TEXT OF U4-FACILITY-WORK
007560         MOVE U4-FACILITY-WORK TO U4-REG-IMAGE (U4-REG-LOOKUP-IDX)
007570         MOVE CBF-HZCUS OF U4-FACILITY-WORK TO U4-RJL-HZCUS
007580         MOVE 'CORRECT AND RESEND' TO U4-RJL-ACTION
007590     ELSE
007600         ADD 1 TO U4-REJECT-UNMATCHED-COUNT
007610         MOVE 'NOT IN SUBMISSION' TO U4-RJL-ACTION
007620     END-IF.
007630     MOVE CBJ-REJ-HZAB TO U4-RJL-HZAB.
007640     MOVE CBJ-REJ-HZAN TO U4-RJL-HZAN.
007650     MOVE CBJ-REJ-HZAS TO U4-RJL-HZAS.
007660     MOVE CBJ-REJ-PERIOD TO U4-RJL-PERIOD.
007670     MOVE CBJ-REJ-CODE TO U4-RJL-CODE.
007680     MOVE CBJ-REJ-TEXT TO U4-RJL-TEXT.
007690     MOVE U4-REJECT-LINE TO CBRPT-RECORD.
007700     WRITE CBRPT-RECORD.
007710 3100-READ-NEXT.
007720     PERFORM 9700-READ-CBREJF THRU 9700-EXIT.
007730 3100-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007760 3110-SCAN-SUBMITTED.
007770*-----------------------------------------------------------------
007780     MOVE U4-REG-IMAGE (U4-REG-LOOKUP-IDX) TO U4-FACILITY-WORK.
007790     IF CBF-HZAB OF U4-FACILITY-WORK = CBJ-REJ-HZAB
007800        AND CBF-HZAN OF U4-FACILITY-WORK = CBJ-REJ-HZAN
007810        AND CBF-HZAS OF U4-FACILITY-WORK = CBJ-REJ-HZAS
007820        AND CBF-SUB-DATE OF U4-FACILITY-WORK = U4-REJ-SUBMIT-DATE
007830         SET U4-ENTRY-FOUND TO TRUE
007840     ELSE
007850         SET U4-REG-LOOKUP-IDX UP BY 1
007860     END-IF.
007870 3110-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900 3200-RECONCILE.
007910*-----------------------------------------------------------------
007920*    WHAT WE SENT IS EVERY FACILITY STILL CARRYING THAT
007930*    SUBMISSION DATE; LESS WHAT THE BUREAU REJECTED IT SHOULD
007940*    EQUAL WHAT THE BUREAU SAYS IT ACCEPTED.
007950     IF U4-REGISTER-COUNT > ZERO
007960         SET U4-REG-IDX TO 1
007970         PERFORM 3210-ADD-SENT THRU 3210-EXIT
007980             UNTIL U4-REG-IDX > U4-REGISTER-COUNT
007990     END-IF.
008000     COMPUTE U4-OUR-ACCEPTED-COUNT =
008010         U4-OUR-SENT-COUNT - U4-REJECT-MATCHED-COUNT.
008020     COMPUTE U4-OUR-ACCEPTED-BAL =
008030         U4-OUR-SENT-BAL - U4-OUR-REJECTED-BAL.
008040     MOVE SPACES TO CBRPT-RECORD.
008050     WRITE CBRPT-RECORD.
008060     MOVE SPACES TO U4-SECTION-LINE.
008070     MOVE 'SUBMISSION RECONCILIATION' TO U4-SEC-TITLE.
008080     MOVE U4-SECTION-LINE TO CBRPT-RECORD.
008090     WRITE CBRPT-RECORD.
008100     MOVE U4-RECON-COLUMN-LINE TO CBRPT-RECORD.
008110     WRITE CBRPT-RECORD.
008120     MOVE 'SENT BY US' TO U4-RCL-LABEL.
008130     MOVE U4-OUR-SENT-COUNT TO U4-RCL-COUNT.
008140     MOVE U4-OUR-SENT-BAL TO U4-RCL-BALANCE.
008150     MOVE SPACES TO U4-RCL-RESULT.
008160     MOVE U4-RECON-LINE TO CBRPT-RECORD.
008170     WRITE CBRPT-RECORD.
008180     MOVE 'RECEIVED BY THE BUREAU' TO U4-RCL-LABEL.
008190     MOVE U4-REJ-RECEIVED TO U4-RCL-COUNT.
008200     MOVE ZERO TO U4-RCL-BALANCE.
008210     IF U4-REJ-RECEIVED = U4-OUR-SENT-COUNT
008220         MOVE 'AGREED' TO U4-RCL-RESULT
008230     ELSE
008240         MOVE 'DIFFERENCE' TO U4-RCL-RESULT
008250         MOVE 'N' TO U4-RECONCILED-SW
008260     END-IF.
008270     MOVE U4-RECON-LINE TO CBRPT-RECORD.
008280     WRITE CBRPT-RECORD.
008290     MOVE 'REJECTED BY THE BUREAU' TO U4-RCL-LABEL.
008300     MOVE U4-REJ-REJECTED TO U4-RCL-COUNT.
008310     MOVE U4-OUR-REJECTED-BAL TO U4-RCL-BALANCE.
008320     IF U4-REJ-REJECTED = U4-REJECT-MATCHED-COUNT
008330        AND U4-REJECT-UNMATCHED-COUNT = ZERO
008340         MOVE 'AGREED' TO U4-RCL-RESULT
008350     ELSE
008360         MOVE 'DIFFERENCE' TO U4-RCL-RESULT
008370         MOVE 'N' TO U4-RECONCILED-SW
008380     END-IF.
008390     MOVE U4-RECON-LINE TO CBRPT-RECORD.
008400     WRITE CBRPT-RECORD.
008410     MOVE 'ACCEPTED - BY OUR RECORDS' TO U4-RCL-LABEL.
008420     MOVE U4-OUR-ACCEPTED-COUNT TO U4-RCL-COUNT.
008430     MOVE U4-OUR-ACCEPTED-BAL TO U4-RCL-BALANCE.
008440     MOVE SPACES TO U4-RCL-RESULT.
008450     MOVE U4-RECON-LINE TO CBRPT-RECORD.
008460     WRITE CBRPT-RECORD.
008470     MOVE 'ACCEPTED - BY THE BUREAU' TO U4-RCL-LABEL.
008480     MOVE U4-REJ-ACCEPTED TO U4-RCL-COUNT.
008490     MOVE U4-REJ-ACCEPTED-BAL TO U4-RCL-BALANCE.
008500     IF U4-REJ-ACCEPTED = U4-OUR-ACCEPTED-COUNT
008510        AND U4-REJ-ACCEPTED-BAL = U4-OUR-ACCEPTED-BAL
008520         MOVE 'AGREED' TO U4-RCL-RESULT
008530     ELSE
008540         MOVE 'DIFFERENCE' TO U4-RCL-RESULT
008550         MOVE 'N' TO U4-RECONCILED-SW
008560     END-IF.
008570     MOVE U4-RECON-LINE TO CBRPT-RECORD.
008580     WRITE CBRPT-RECORD.
008590 3200-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------------
008620 3210-ADD-SENT.
008630*-----------------------------------------------------------------
008640     MOVE U4-REG-IMAGE (U4-REG-IDX) TO U4-FACILITY-WORK.
008650     IF CBF-SUB-DATE OF U4-FACILITY-WORK = U4-REJ-SUBMIT-DATE
008660         ADD 1 TO U4-OUR-SENT-COUNT
008670         ADD CBF-SUB-BALANCE OF U4-FACILITY-WORK
008680             TO U4-OUR-SENT-BAL
008690     END-IF.
008700     SET U4-REG-IDX UP BY 1.
008710 3210-EXIT.
008720     EXIT.
008730*-----------------------------------------------------------------
008740 4000-WRITE-SUBMISSION.
008750*-----------------------------------------------------------------
008760     MOVE SPACES TO BUREAU-SUBMISSION-RECORD.
008770     SET CBS-HEADER TO TRUE.
008780     MOVE CBP-MEMBER-ID OF U4-PARAM-WORK TO CBS-HDR-MEMBER-ID.
008790     MOVE CBP-BUREAU-ID OF U4-PARAM-WORK TO CBS-HDR-BUREAU-ID.
008800     MOVE U4-RUN-PERIOD TO CBS-HDR-PERIOD.
008810     MOVE U4-RUN-DATE TO CBS-HDR-CREATED.
008820     WRITE BUREAU-SUBMISSION-RECORD.
008830     MOVE SPACES TO CBRPT-RECORD.
008840     WRITE CBRPT-RECORD.
008850     MOVE SPACES TO U4-SECTION-LINE.
008860     MOVE 'FACILITIES WITHOUT A COMPLETE CUSTOMER IDENTITY'
008870         TO U4-SEC-TITLE.
008880     MOVE U4-SECTION-LINE TO CBRPT-RECORD.
008890     WRITE CBRPT-RECORD.
008900     MOVE U4-IDENTITY-COLUMN-LINE TO CBRPT-RECORD.
008910     WRITE CBRPT-RECORD.
008920     IF U4-REGISTER-COUNT > ZERO
008930         SET U4-REG-IDX TO 1
008940         PERFORM 4100-SUBMIT-ONE-FACILITY THRU 4100-EXIT
008950             UNTIL U4-REG-IDX > U4-REGISTER-COUNT
008960     END-IF.
008970     MOVE SPACES TO BUREAU-SUBMISSION-RECORD.
008980     SET CBS-TRAILER TO TRUE.
008990     MOVE U4-DETAIL-COUNT TO CBS-TRL-RECORDS.
009000     MOVE U4-CORRECTION-COUNT TO CBS-TRL-CORRECTIONS.
009010     MOVE U4-TOT-LIMIT TO CBS-TRL-LIMIT.
009020     MOVE U4-TOT-BALANCE TO CBS-TRL-BALANCE.
009030     MOVE U4-TOT-HIGHEST TO CBS-TRL-HIGHEST.
009040     WRITE BUREAU-SUBMISSION-RECORD.
009050 4000-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080 4100-SUBMIT-ONE-FACILITY.
009090*-----------------------------------------------------------------
009100*    A CLOSED FACILITY IS REPORTED ONCE; IF THE BUREAU TOOK IT IT
009110*    LEAVES THE REGISTER AT THE NEXT MONTH END.  A FACILITY WHOSE
009120*    LIMIT HAS BEEN WITHDRAWN IS REPORTED AS CLOSED.
009130     MOVE U4-REG-IMAGE (U4-REG-IDX) TO U4-FACILITY-WORK.
009140     IF CBF-SUB-STATUS OF U4-FACILITY-WORK = 'C'
009150        AND CBF-SUB-DATE OF U4-FACILITY-WORK > ZERO
009160        AND NOT CBF-REJECTED OF U4-FACILITY-WORK
009170         MOVE 'Y' TO U4-REG-DROP-SW (U4-REG-IDX)
009180         ADD 1 TO U4-DROPPED-COUNT
009190         GO TO 4100-NEXT
009200     END-IF.
009210     PERFORM 4200-SET-STATUS THRU 4200-EXIT.
009220     PERFORM 4300-FIND-DAYS-PAST THRU 4300-EXIT.
009230     MOVE SPACES TO BUREAU-SUBMISSION-RECORD.
009240     SET CBS-DETAIL TO TRUE.
009250     MOVE U4-RUN-PERIOD TO CBS-DTL-PERIOD.
009260     MOVE CBF-HZAB OF U4-FACILITY-WORK TO CBS-DTL-HZAB.
009270     MOVE CBF-HZAN OF U4-FACILITY-WORK TO CBS-DTL-HZAN.
009280     MOVE CBF-HZAS OF U4-FACILITY-WORK TO CBS-DTL-HZAS.
009290     MOVE CBF-HZCUS OF U4-FACILITY-WORK TO CBS-DTL-HZCUS.
009300     PERFORM 4400-SET-IDENTITY THRU 4400-EXIT.
009310     MOVE CBF-CCY OF U4-FACILITY-WORK TO CBS-DTL-CCY.
009320     MOVE CBF-HZODL OF U4-FACILITY-WORK TO CBS-DTL-LIMIT.
009330     MOVE CBF-BALANCE OF U4-FACILITY-WORK TO CBS-DTL-BALANCE.
009340     MOVE CBF-HIGHEST OF U4-FACILITY-WORK TO CBS-DTL-HIGHEST.
009350     MOVE U4-DAYS-PAST TO CBS-DTL-DAYS-PAST.
009360     MOVE U4-STATUS TO CBS-DTL-STATUS.
009370     MOVE ZERO TO CBS-DTL-REJECTED-PERIOD.
009380     IF CBF-REJECTED OF U4-FACILITY-WORK
009390         SET CBS-DTL-IS-CORRECTION TO TRUE
009400         MOVE CBF-REJECT-PERIOD OF U4-FACILITY-WORK
009410             TO CBS-DTL-REJECTED-PERIOD
009420         ADD 1 TO U4-CORRECTION-COUNT
009430     END-IF.
009440     WRITE BUREAU-SUBMISSION-RECORD.
009450     ADD 1 TO U4-DETAIL-COUNT.
009460     ADD 1 TO RST-RECORDS-OUT.
009470     ADD CBF-HZODL OF U4-FACILITY-WORK TO U4-TOT-LIMIT.
009480     ADD CBF-BALANCE OF U4-FACILITY-WORK TO U4-TOT-BALANCE.
009490     ADD CBF-HIGHEST OF U4-FACILITY-WORK TO U4-TOT-HIGHEST.
009500     MOVE U4-RUN-DATE TO CBF-SUB-DATE OF U4-FACILITY-WORK.
009510     MOVE U4-RUN-PERIOD TO CBF-SUB-PERIOD OF U4-FACILITY-WORK.
009520     MOVE CBF-BALANCE OF U4-FACILITY-WORK
009530         TO CBF-SUB-BALANCE OF U4-FACILITY-WORK.
009540     MOVE U4-STATUS TO CBF-SUB-STATUS OF U4-FACILITY-WORK.
009550     MOVE 'N' TO CBF-REJECT-SW OF U4-FACILITY-WORK.
009560     MOVE ZERO TO CBF-REJECT-PERIOD OF U4-FACILITY-WORK.
009570     MOVE SPACES TO CBF-REJECT-CODE OF U4-FACILITY-WORK
009580                    CBF-REJECT-TEXT OF U4-FACILITY-WORK.
009590     MOVE U4-FACILITY-WORK TO U4-REG-IMAGE (U4-REG-IDX).
009600 4100-NEXT.
009610     SET U4-REG-IDX UP BY 1.
009620 4100-EXIT.
009630     EXIT.
009640*-----------------------------------------------------------------
009650 4200-SET-STATUS.
009660*-----------------------------------------------------------------
009670     MOVE 'O' TO U4-STATUS.
009680     IF CBF-HZODL OF U4-FACILITY-WORK = ZERO
009690         MOVE 'C' TO U4-STATUS
009700     END-IF.
009710     MOVE 'N' TO U4-ENTRY-FOUND-SW.
009720     IF U4-STATUS = 'O'
009730        AND U4-CLOSED-TABLE-COUNT > ZERO
009740         SET U4-CLS-LOOKUP-IDX TO 1
009750         PERFORM 4210-SCAN-CLOSED THRU 4210-EXIT
009760             UNTIL U4-CLS-LOOKUP-IDX > U4-CLOSED-TABLE-COUNT
009770                OR U4-ENTRY-FOUND
009780         IF U4-ENTRY-FOUND
009790             MOVE 'C' TO U4-STATUS
009800         END-IF
009810     END-IF.
009820     IF U4-STATUS = 'O'
009830        AND U4-DORMANT-TABLE-COUNT > ZERO
009840         SET U4-DOR-LOOKUP-IDX TO 1
009850         PERFORM 4220-SCAN-DORMANT THRU 4220-EXIT
009860             UNTIL U4-DOR-LOOKUP-IDX > U4-DORMANT-TABLE-COUNT
009870                OR U4-ENTRY-FOUND
009880         IF U4-ENTRY-FOUND
009890             MOVE 'D' TO U4-STATUS
009900         END-IF
009910     END-IF.
009920     EVALUATE U4-STATUS
009930         WHEN 'C'
009940             ADD 1 TO U4-CLOSED-COUNT
009950         WHEN 'D'
009960             ADD 1 TO U4-DORMANT-COUNT
009970         WHEN OTHER
009980             ADD 1 TO U4-OPEN-COUNT
009990     END-EVALUATE.
010000 4200-EXIT.
010010     EXIT.
010020*-----------------------------------------------------------------
010030 4210-SCAN-CLOSED.
010040*-----------------------------------------------------------------
010050     IF U4-CLS-HZAB (U4-CLS-LOOKUP-IDX) =
010060             CBF-HZAB OF U4-FACILITY-WORK
010070        AND U4-CLS-HZAN (U4-CLS-LOOKUP-IDX) =
010080             CBF-HZAN OF U4-FACILITY-WORK
010090        AND U4-CLS-HZAS (U4-CLS-LOOKUP-IDX) =
010100             CBF-HZAS OF U4-FACILITY-WORK
010110         SET U4-ENTRY-FOUND TO TRUE
010120     ELSE
010130         SET U4-CLS-LOOKUP-IDX UP BY 1
010140     END-IF.
010150 4210-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180 4220-SCAN-DORMANT.
010190*-----------------------------------------------------------------
010200     IF U4-DOR-HZAB (U4-DOR-LOOKUP-IDX) =
010210             CBF-HZAB OF U4-FACILITY-WORK
010220        AND U4-DOR-HZAN (U4-DOR-LOOKUP-IDX) =
010230             CBF-HZAN OF U4-FACILITY-WORK
010240        AND U4-DOR-HZAS (U4-DOR-LOOKUP-IDX) =
010250             CBF-HZAS OF U4-FACILITY-WORK
010260         SET U4-ENTRY-FOUND TO TRUE
010270     ELSE
010280         SET U4-DOR-LOOKUP-IDX UP BY 1
010290     END-IF.
010300 4220-EXIT.
010310     EXIT.
010320*-----------------------------------------------------------------
010330 4300-FIND-DAYS-PAST.
010340*-----------------------------------------------------------------
010350*    DAYS PAST THE LIMIT ARE ESB099A'S CONSECUTIVE CALENDAR DAYS
010360*    IN EXCESS AS AT TONIGHT.
010370     MOVE ZERO TO U4-DAYS-PAST.
010380     MOVE 'N' TO U4-ENTRY-FOUND-SW.
010390     IF U4-ARREARS-COUNT > ZERO
010400         SET U4-ARR-LOOKUP-IDX TO 1
010410         PERFORM 4310-SCAN-ARREARS THRU 4310-EXIT
010420             UNTIL U4-ARR-LOOKUP-IDX > U4-ARREARS-COUNT
010430                OR U4-ENTRY-FOUND
010440     END-IF.
010450     IF U4-ENTRY-FOUND
010460         MOVE U4-ARR-DAYS (U4-ARR-LOOKUP-IDX) TO U4-DAYS-PAST
010470         ADD 1 TO U4-PAST-LIMIT-COUNT
010480     END-IF.
010490 4300-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------------
010520 4310-SCAN-ARREARS.
010530*-----------------------------------------------------------------
010540     IF U4-ARR-HZAB (U4-ARR-LOOKUP-IDX) =
010550             CBF-HZAB OF U4-FACILITY-WORK
010560        AND U4-ARR-HZAN (U4-ARR-LOOKUP-IDX) =
010570             CBF-HZAN OF U4-FACILITY-WORK
010580        AND U4-ARR-HZAS (U4-ARR-LOOKUP-IDX) =
010590             CBF-HZAS OF U4-FACILITY-WORK
010600         SET U4-ENTRY-FOUND TO TRUE
010610     ELSE
010620         SET U4-ARR-LOOKUP-IDX UP BY 1
010630     END-IF.
010640 4310-EXIT.
010650     EXIT.
010660*-----------------------------------------------------------------
010670 4400-SET-IDENTITY.
010680*-----------------------------------------------------------------
010690*    THE BUREAU MATCHES ON THE CUSTOMER MASTER NAME AND LOCATION;
010700*    A FACILITY WITHOUT THEM IS STILL SENT, BUT LISTED HERE SO
010710*    THE MASTER CAN BE PUT RIGHT BEFORE THE BUREAU REJECTS IT.
010720     MOVE 'N' TO U4-ENTRY-FOUND-SW.
010730     IF U4-CUSTOMER-COUNT > ZERO
010740        AND CBF-HZCUS OF U4-FACILITY-WORK NOT = SPACES
010750         SET U4-CUS-LOOKUP-IDX TO 1
010760         PERFORM 4410-SCAN-CUSTOMERS THRU 4410-EXIT
010770             UNTIL U4-CUS-LOOKUP-IDX > U4-CUSTOMER-COUNT
010780                OR U4-ENTRY-FOUND
010790     END-IF.
010800     MOVE SPACES TO U4-IDL-REASON.
010810     IF U4-ENTRY-FOUND
010820         MOVE U4-CUS-HZCUN (U4-CUS-LOOKUP-IDX) TO CBS-DTL-NAME
010830         MOVE U4-CUS-HZCUNA (U4-CUS-LOOKUP-IDX)
010840             TO CBS-DTL-NAME-2
010850         MOVE U4-CUS-HZCLC (U4-CUS-LOOKUP-IDX) TO CBS-DTL-HZCLC
010860         EVALUATE TRUE
010870             WHEN CBS-DTL-NAME = SPACES
010880                 MOVE 'NO CUSTOMER NAME' TO U4-IDL-REASON
010890             WHEN CBS-DTL-HZCLC = SPACES
010900                 MOVE 'NO CUSTOMER LOCATION' TO U4-IDL-REASON
010910             WHEN OTHER
010920                 CONTINUE
010930         END-EVALUATE
010940     ELSE
010950         MOVE 'NOT ON CUSTOMER MASTER' TO U4-IDL-REASON
010960     END-IF.
010970     IF U4-IDL-REASON NOT = SPACES
010980         ADD 1 TO U4-NO-IDENTITY-COUNT
010990         MOVE CBF-HZAB OF U4-FACILITY-WORK TO U4-IDL-HZAB
011000         MOVE CBF-HZAN OF U4-FACILITY-WORK TO U4-IDL-HZAN
011010         MOVE CBF-HZAS OF U4-FACILITY-WORK TO U4-IDL-HZAS
011020         MOVE CBF-HZCUS OF U4-FACILITY-WORK TO U4-IDL-HZCUS
011030         MOVE U4-IDENTITY-LINE TO CBRPT-RECORD
011040         WRITE CBRPT-RECORD
011050     END-IF.
011060 4400-EXIT.
011070     EXIT.
011080*-----------------------------------------------------------------
011090 4410-SCAN-CUSTOMERS.
011100*-----------------------------------------------------------------
011110     IF U4-CUS-HZCUS (U4-CUS-LOOKUP-IDX) =
011120             CBF-HZCUS OF U4-FACILITY-WORK
011130         SET U4-ENTRY-FOUND TO TRUE
011140     ELSE
011150         SET U4-CUS-LOOKUP-IDX UP BY 1
011160     END-IF.
011170 4410-EXIT.
011180     EXIT.
011190*-----------------------------------------------------------------
011200 5000-WRITE-NEW-REGISTER.
011210*-----------------------------------------------------------------
011215     OPEN OUTPUT CBFNEWF.
011220     IF U4-REGISTER-COUNT = ZERO
011230         GO TO 5000-EXIT
011240     END-IF.
011250     SET U4-REG-IDX TO 1.
011260     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
011270         UNTIL U4-REG-IDX > U4-REGISTER-COUNT.
011280 5000-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------------
011310 5100-WRITE-ONE-ENTRY.
011320*-----------------------------------------------------------------
011330     IF U4-REG-DROP-SW (U4-REG-IDX) = 'Y'
011340         GO TO 5100-NEXT
011350     END-IF.
011360     IF U4-REG-MATCHED-SW (U4-REG-IDX) NOT = 'Y'
011370         ADD 1 TO U4-NOT-SEEN-COUNT
011380     END-IF.
011390     MOVE U4-REG-IMAGE (U4-REG-IDX) TO CBFNEWF-RECORD.
011400     WRITE CBFNEWF-RECORD.
011410     ADD 1 TO U4-REGISTER-OUT-COUNT.
011420 5100-NEXT.
011430     SET U4-REG-IDX UP BY 1.
011440 5100-EXIT.
011450     EXIT.
011460*-----------------------------------------------------------------
011470 7000-PRINT-SUMMARY.
011480*-----------------------------------------------------------------
011490     MOVE SPACES TO CBRPT-RECORD.
011500     WRITE CBRPT-RECORD.
011510     MOVE SPACES TO U4-SECTION-LINE.
011520     MOVE 'CONTROL TOTALS' TO U4-SEC-TITLE.
011530     MOVE U4-SECTION-LINE TO CBRPT-RECORD.
011540     WRITE CBRPT-RECORD.
011550     MOVE 'SNAPSHOT RECORDS READ' TO U4-CNT-LABEL.
011560     MOVE U4-SNAP-COUNT TO U4-CNT-VALUE.
011570     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011580     MOVE 'FACILITIES UPDATED' TO U4-CNT-LABEL.
011590     MOVE U4-UPDATED-COUNT TO U4-CNT-VALUE.
011600     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011610     MOVE 'NEW FACILITIES' TO U4-CNT-LABEL.
011620     MOVE U4-NEW-FACILITY-COUNT TO U4-CNT-VALUE.
011630     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011640     MOVE 'FACILITIES NOT ON TONIGHT''S SNAPSHOT' TO U4-CNT-LABEL.
011650     MOVE U4-NOT-SEEN-COUNT TO U4-CNT-VALUE.
011660     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011670     MOVE 'FACILITIES ON THE REGISTER' TO U4-CNT-LABEL.
011680     MOVE U4-REGISTER-OUT-COUNT TO U4-CNT-VALUE.
011690     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011700     IF U4-REJECTIONS-LOADED
011710         MOVE 'BUREAU REJECTIONS LOADED' TO U4-CNT-LABEL
011720         MOVE U4-REJECT-IN-COUNT TO U4-CNT-VALUE
011730         PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
011740     END-IF.
011750     IF NOT U4-SUBMIT
011760         GO TO 7000-EXIT
011770     END-IF.
011780     MOVE 'SUBMISSION RECORDS WRITTEN' TO U4-CNT-LABEL.
011790     MOVE U4-DETAIL-COUNT TO U4-CNT-VALUE.
011800     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011810     MOVE '  OF WHICH CORRECTIONS' TO U4-CNT-LABEL.
011820     MOVE U4-CORRECTION-COUNT TO U4-CNT-VALUE.
011830     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011840     MOVE '  OPEN' TO U4-CNT-LABEL.
011850     MOVE U4-OPEN-COUNT TO U4-CNT-VALUE.
011860     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011870     MOVE '  CLOSED' TO U4-CNT-LABEL.
011880     MOVE U4-CLOSED-COUNT TO U4-CNT-VALUE.
011890     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011900     MOVE '  DORMANT' TO U4-CNT-LABEL.
011910     MOVE U4-DORMANT-COUNT TO U4-CNT-VALUE.
011920     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011930     MOVE '  PAST THE LIMIT' TO U4-CNT-LABEL.
011940     MOVE U4-PAST-LIMIT-COUNT TO U4-CNT-VALUE.
011950     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011960     MOVE '  WITHOUT A COMPLETE IDENTITY' TO U4-CNT-LABEL.
011970     MOVE U4-NO-IDENTITY-COUNT TO U4-CNT-VALUE.
011980     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
011990     MOVE 'CLOSED FACILITIES REMOVED' TO U4-CNT-LABEL.
012000     MOVE U4-DROPPED-COUNT TO U4-CNT-VALUE.
012010     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
012020     MOVE 'TOTAL LIMITS SUBMITTED' TO U4-AMT-LABEL.
012030     MOVE U4-TOT-LIMIT TO U4-AMT-VALUE.
012040     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
012050     MOVE 'TOTAL MONTH-END BALANCES SUBMITTED' TO U4-AMT-LABEL.
012060     MOVE U4-TOT-BALANCE TO U4-AMT-VALUE.
012070     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
012080     MOVE 'TOTAL HIGHEST UTILIZATION SUBMITTED' TO U4-AMT-LABEL.
012090     MOVE U4-TOT-HIGHEST TO U4-AMT-VALUE.
012100     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT.
012110 7000-EXIT.
012120     EXIT.
012130*-----------------------------------------------------------------
012140 7100-WRITE-COUNT.
012150*-----------------------------------------------------------------
012160     MOVE U4-COUNT-LINE TO CBRPT-RECORD.
012170     WRITE CBRPT-RECORD.
012180 7100-EXIT.
012190     EXIT.
012200*-----------------------------------------------------------------
012210 7200-WRITE-AMOUNT.
012220*-----------------------------------------------------------------
012230     MOVE U4-AMOUNT-LINE TO CBRPT-RECORD.
012240     WRITE CBRPT-RECORD.
012250 7200-EXIT.
012260     EXIT.
012270*-----------------------------------------------------------------
012280 8000-TERMINATE.
012290*-----------------------------------------------------------------
012300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
012310     CLOSE CUSTSNPF.
012320     CLOSE CBFNEWF.
012330     CLOSE CBRPT.
012340     IF U4-SUBMIT
012350         CLOSE CBSUBF
012360     END-IF.
012370     DISPLAY 'ESB104U: FACILITIES ' U4-REGISTER-OUT-COUNT
012380         ' NEW ' U4-NEW-FACILITY-COUNT
012390         ' SUBMITTED ' U4-DETAIL-COUNT
012400         ' CORRECTIONS ' U4-CORRECTION-COUNT.
012410     IF U4-REJECTIONS-LOADED
012420         DISPLAY 'ESB104U: BUREAU REJECTIONS ' U4-REJECT-IN-COUNT
012430             ' NOT MATCHED ' U4-REJECT-UNMATCHED-COUNT
012440     END-IF.
012450     EVALUATE TRUE
012460         WHEN U4-MONTH-END AND NOT U4-SUBMIT
012470             MOVE 8 TO RETURN-CODE
012480         WHEN NOT U4-RECONCILED
012490             MOVE 4 TO RETURN-CODE
012500         WHEN OTHER
012510             CONTINUE
012520     END-EVALUATE.
012530 8000-EXIT.
012540     EXIT.
012550*-----------------------------------------------------------------
012560 9100-READ-CBPRMF.
012570*-----------------------------------------------------------------
012580     READ CBPRMF
012590         AT END
012600             SET U4-CBPRMF-EOF TO TRUE
012610     END-READ.
012620 9100-EXIT.
012630     EXIT.
012640*-----------------------------------------------------------------
012650 9200-READ-COAMSTF.
012660*-----------------------------------------------------------------
012670     READ COAMSTF
012680         AT END
012690             SET U4-COAMSTF-EOF TO TRUE
012700     END-READ.
012710 9200-EXIT.
012720     EXIT.
012730*-----------------------------------------------------------------
012740 9300-READ-DORMSTF.
012750*-----------------------------------------------------------------
012760     READ DORMSTF
012770         AT END
012780             SET U4-DORMSTF-EOF TO TRUE
012790     END-READ.
012800 9300-EXIT.
012810     EXIT.
012820*-----------------------------------------------------------------
012830 9400-READ-ARRLDGF.
012840*-----------------------------------------------------------------
012850     READ ARRLDGF
012860         AT END
012870             SET U4-ARRLDGF-EOF TO TRUE
012880     END-READ.
012890 9400-EXIT.
012900     EXIT.
012910*-----------------------------------------------------------------
012920 9500-READ-CUSTMSTF.
012930*-----------------------------------------------------------------
012940     READ CUSTMSTF
012950         AT END
012960             SET U4-CUSTMSTF-EOF TO TRUE
012970     END-READ.
012980 9500-EXIT.
012990     EXIT.
013000*-----------------------------------------------------------------
013010 9600-READ-CBFOLDF.
013020*-----------------------------------------------------------------
013030     READ CBFOLDF
013040         AT END
013050             SET U4-CBFOLDF-EOF TO TRUE
013060     END-READ.
013070 9600-EXIT.
013080     EXIT.
013090*-----------------------------------------------------------------
013100 9700-READ-CBREJF.
013110*-----------------------------------------------------------------
013120     READ CBREJF
013130         AT END
013140             SET U4-CBREJF-EOF TO TRUE
013150     END-READ.
013160 9700-EXIT.
013170     EXIT.
013180*-----------------------------------------------------------------
013190 9800-READ-CUSTSNPF.
013200*-----------------------------------------------------------------
013210     READ CUSTSNPF
013220         AT END
013230             SET U4-CUSTSNPF-EOF TO TRUE
013240     END-READ.
013250 9800-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------------
013280 9900-WRITE-RUN-STATS.
013290*-----------------------------------------------------------------
013300     MOVE 'ESB104U' TO RST-PROGRAM-ID.
013310     MOVE U4-RUN-DATE TO RST-BUSINESS-DATE.
013320     ACCEPT RST-END-TIME FROM TIME.
013330     ADD U4-REJECT-IN-COUNT TO RST-REJECT-COUNT.
013340     MOVE '00' TO RST-WORST-STATUS.
013350     IF U4-CBFNEWF-STATUS NOT = '00'
013360         MOVE U4-CBFNEWF-STATUS TO RST-WORST-STATUS
013370     END-IF.
013380     IF U4-CBSUBF-STATUS NOT = '00'
013390         MOVE U4-CBSUBF-STATUS TO RST-WORST-STATUS
013400     END-IF.
013410     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
013420 9900-EXIT.
013430     EXIT.
013440*-----------------------------------------------------------------
013450 9999-EXIT.
013460*-----------------------------------------------------------------
013470     EXIT.
