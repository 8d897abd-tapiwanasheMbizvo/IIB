000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB102Y
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    FINANCIAL YEAR-END CLOSE.  RUNS ONLY ONCE THE ESB080E
000200*    END-OF-DAY MARKER IS POSTED ON THE BUSINESS-DATE CONTROL
000210*    RECORD FOR THE LAST BUSINESS DAY OF THE FINANCIAL YEAR
000220*    (THE NEXT BUSINESS DAY, BY ESB060C, FALLS PAST THE YEAR-END
000230*    MONTH HELD ON YEPARMF).  EVERY ACTIVE INCOME AND EXPENSE
000240*    ACCOUNT ON THE CHART OF ACCOUNTS (COA-PL-CLASS) IS ZEROED
000250*    INTO THE RETAINED EARNINGS ACCOUNT OF ITS OWN BRANCH, IN
000260*    ITS OWN CURRENCY, FOR THE CLOSING BALANCE EQUATION
000270*    RETURNED ON THE BALANCE ENQUIRY (THE ESB022S SNAPSHOT):
000280*    INCOME IS DEBITED TO RETAINED EARNINGS' CREDIT, EXPENSE
000290*    CREDITED FROM RETAINED EARNINGS' DEBIT.  THE BALANCED
000300*    TRANSACTION-REQS GO TO YECLOSF UNDER ONE 'Y' PCREF.
000310*    A TRIAL RUN ALSO WRITES THE VALIDATEONLY CONTROL (YETRIALC)
000320*    NAMING THAT PCREF, SO ESB038V/ESB039T TRIAL-POST THE BATCH.
000330*    THE LIVE RUN REBUILDS THE SAME BATCH AND RELEASES IT ONLY
000340*    IF EVERY LEG CAME BACK CLEAN ON THE TRIAL RESPONSES
000350*    (YETRSPF); OTHERWISE NOTHING IS RELEASED.  THE CLOSE
000360*    CERTIFICATE (YECERT) SHOWS EACH ACCOUNT'S CLOSING BALANCE
000370*    AND AMOUNT SWEPT AND PROVES, BRANCH BY BRANCH AND CURRENCY
000380*    BY CURRENCY, THAT PROFIT AND LOSS IS ZERO AFTER THE CLOSE.
000385*    A TRIAL RUN POSTS NOTHING AND IS NEVER CERTIFIED.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*    15-OCT-2026  TC   INITIAL VERSION.
000420******************************************************************
000430 PROGRAM-ID. ESB102Y.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-ZSERIES.
000470 OBJECT-COMPUTER. IBM-ZSERIES.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BDCTLF   ASSIGN TO BDCTLF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS Y2-BDCTLF-STATUS.
000530     SELECT YEPARMF  ASSIGN TO YEPARMF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS Y2-YEPARMF-STATUS.
000560     SELECT COAMSTF  ASSIGN TO COAMSTF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS Y2-COAMSTF-STATUS.
000590     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS Y2-CUSTSNPF-STATUS.
000620     SELECT YETRSPF  ASSIGN TO YETRSPF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS Y2-YETRSPF-STATUS.
000650     SELECT YECLOSF  ASSIGN TO YECLOSF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS Y2-YECLOSF-STATUS.
000680     SELECT YETRIALC ASSIGN TO YETRIALC
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS Y2-YETRIALC-STATUS.
000710     SELECT YECERT   ASSIGN TO YECERT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS Y2-YECERT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BDCTLF
000770     RECORDING MODE IS F.
000780     COPY "Business_Date_Control.cpy".
000790 FD  YEPARMF
000800     RECORDING MODE IS F.
000810     COPY "Year_End_Param.cpy".
000820 FD  COAMSTF
000830     RECORDING MODE IS F.
000840     COPY "Chart_Of_Accounts.cpy".
000850 FD  CUSTSNPF
000860     RECORDING MODE IS F.
000870     COPY "Customer_Snapshot.cpy".
000880 FD  YETRSPF
000890     RECORDING MODE IS F.
000900     COPY "Transaction_Rsp_TT.cpy".
000910 FD  YECLOSF
000920     RECORDING MODE IS F.
000930 01  YECLOSF-RECORD               PIC X(1816).
000940 FD  YETRIALC
000950     RECORDING MODE IS F.
000960     COPY "Trial_Post_Control.cpy".
000970 FD  YECERT
000980     RECORDING MODE IS F.
000990 01  YECERT-RECORD                PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 01  Y2-BDCTLF-STATUS             PIC X(002) VALUE '00'.
001020     88 Y2-BDCTLF-OK                         VALUE '00'.
001030 01  Y2-YEPARMF-STATUS            PIC X(002) VALUE '00'.
001040     88 Y2-YEPARMF-OK                        VALUE '00'.
001050 01  Y2-COAMSTF-STATUS            PIC X(002) VALUE '00'.
001060     88 Y2-COAMSTF-OK                        VALUE '00'.
001070 01  Y2-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001080     88 Y2-CUSTSNPF-OK                       VALUE '00'.
001090 01  Y2-YETRSPF-STATUS            PIC X(002) VALUE '00'.
001100     88 Y2-YETRSPF-OK                        VALUE '00'.
001110 01  Y2-YECLOSF-STATUS            PIC X(002) VALUE '00'.
001120 01  Y2-YETRIALC-STATUS           PIC X(002) VALUE '00'.
001130 01  Y2-YECERT-STATUS             PIC X(002) VALUE '00'.
001140 01  Y2-SWITCHES.
001150     05 Y2-BDCTLF-EOF-SW          PIC X(001) VALUE 'N'.
001160        88 Y2-BDCTLF-EOF                     VALUE 'Y'.
001170     05 Y2-YEPARMF-EOF-SW         PIC X(001) VALUE 'N'.
001180        88 Y2-YEPARMF-EOF                    VALUE 'Y'.
001190     05 Y2-COAMSTF-EOF-SW         PIC X(001) VALUE 'N'.
001200        88 Y2-COAMSTF-EOF                    VALUE 'Y'.
001210     05 Y2-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001220        88 Y2-CUSTSNPF-EOF                   VALUE 'Y'.
001230     05 Y2-YETRSPF-EOF-SW         PIC X(001) VALUE 'N'.
001240        88 Y2-YETRSPF-EOF                    VALUE 'Y'.
001250     05 Y2-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001260        88 Y2-ENTRY-FOUND                    VALUE 'Y'.
001270     05 Y2-SLOT-FOUND-SW          PIC X(001) VALUE 'N'.
001280        88 Y2-SLOT-FOUND                     VALUE 'Y'.
001290     05 Y2-RELEASE-SW             PIC X(001) VALUE 'Y'.
001300        88 Y2-RELEASED                       VALUE 'Y'.
001310        88 Y2-LIVE-REFUSED                   VALUE 'N'.
001320     05 Y2-PROVEN-SW              PIC X(001) VALUE 'Y'.
001330        88 Y2-ALL-PROVEN                     VALUE 'Y'.
001340 01  Y2-DATE-TIME.
001350     05 Y2-RUN-DATE               PIC 9(008) VALUE ZERO.
001360     05 Y2-RUN-TIME               PIC 9(006) VALUE ZERO.
001370 01  Y2-RUN-DATE-REDEF REDEFINES Y2-DATE-TIME.
001380     05 Y2-RUN-YEAR               PIC 9(004).
001390     05 Y2-RUN-MONTH              PIC 9(002).
001400     05 Y2-RUN-DAY                PIC 9(002).
001410     05 FILLER                    PIC X(006).
001420 01  Y2-NEXT-JULIAN               PIC 9(007) COMP.
001430 01  Y2-NEXT-BUS-DATE             PIC 9(008) VALUE ZERO.
001440 01  Y2-NEXT-BUS-REDEF REDEFINES Y2-NEXT-BUS-DATE.
001450     05 Y2-NEXT-BUS-YEAR          PIC 9(004).
001460     05 Y2-NEXT-BUS-MONTH         PIC 9(002).
001470     05 Y2-NEXT-BUS-DAY           PIC 9(002).
001480 01  Y2-COUNTERS.
001490     05 Y2-PL-READ-COUNT          PIC 9(007) VALUE ZERO.
001500     05 Y2-SWEPT-COUNT            PIC 9(007) VALUE ZERO.
001510     05 Y2-NIL-COUNT              PIC 9(007) VALUE ZERO.
001520     05 Y2-MISSING-COUNT          PIC 9(007) VALUE ZERO.
001530     05 Y2-NO-RE-COUNT            PIC 9(007) VALUE ZERO.
001540     05 Y2-HELD-COUNT             PIC 9(007) VALUE ZERO.
001550     05 Y2-LEG-COUNT              PIC 9(007) VALUE ZERO.
001560     05 Y2-RSP-READ-COUNT         PIC 9(007) VALUE ZERO.
001570     05 Y2-TRIAL-CLEAN-COUNT      PIC 9(007) VALUE ZERO.
001580     05 Y2-TRIAL-REJECT-COUNT     PIC 9(007) VALUE ZERO.
001590     05 Y2-TRIAL-MISSING-COUNT    PIC 9(007) VALUE ZERO.
001600*    THE CLOSE CARRIES ITS OWN PCREF BATCH, TAGGED 'Y' BETWEEN
001610*    THE DATE AND THE SEQUENCE SO IT CAN NEVER COLLIDE WITH
001620*    ANOTHER GENERATOR'S RANGE.  THE TRIAL AND THE LIVE RUN FOR
001630*    THE SAME YEAR END BUILD THE SAME PCREF AND LEG NUMBERS.
001640 01  Y2-NEW-PCREF.
001650     05 Y2-NEW-PCREF-DATE         PIC 9(008).
001660     05 Y2-NEW-PCREF-TAG          PIC X(001) VALUE 'Y'.
001670     05 Y2-NEW-PCREF-SEQ          PIC 9(006).
001680 01  Y2-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001690 01  Y2-PROOF-SUB                 PIC 9(004) COMP VALUE ZERO.
001700 01  Y2-SHIFT-SUB                 PIC 9(004) COMP VALUE ZERO.
001710 01  Y2-INSERT-SUB                PIC 9(004) COMP VALUE ZERO.
001720 01  Y2-PROOF-KEY.
001730     05 Y2-KEY-BRANCH             PIC X(004).
001740     05 Y2-KEY-CCY                PIC X(003).
001750 01  Y2-SWEPT-AMOUNT              PIC 9(014)V99 VALUE ZERO.
001755 01  Y2-AFTER-AMOUNT              PIC 9(014)V99 VALUE ZERO.
001760 01  Y2-RESIDUAL                  PIC 9(015)V99 VALUE ZERO.
001770 01  Y2-NET-TO-RE                 PIC S9(015)V99 VALUE ZERO.
001780 01  Y2-AMOUNT-WORK.
001790     05 Y2-AMOUNT-TEXT            PIC X(017).
001800     05 Y2-AMOUNT-NUMERIC REDEFINES Y2-AMOUNT-TEXT
001810                                  PIC 9(015)V99.
001820 01  Y2-NARRATIVE-WORK.
001830     05 Y2-NAR-TEXT               PIC X(027)
001840            VALUE 'YEAR-END CLOSE, YEAR ENDED '.
001850     05 Y2-NAR-DATE               PIC 9(008).
001860*    THE ACTIVE PROFIT-AND-LOSS ACCOUNTS, IN CHART OF ACCOUNTS
001870*    ORDER, WITH THE CLOSING BALANCE AND WHAT BECAME OF IT:
001880*      S  SWEPT (OR TO BE SWEPT ON A TRIAL RUN)
001890*      N  NIL CLOSING BALANCE, NOTHING TO SWEEP
001900*      M  NO CLOSING BALANCE RETURNED FOR THE ACCOUNT
001910*      R  NO ACTIVE RETAINED EARNINGS ACCOUNT IN THE BRANCH
001920*      H  HELD, THE LIVE RELEASE WAS REFUSED
001930 01  Y2-PL-COUNT                  PIC 9(004) COMP VALUE ZERO.
001940 01  Y2-PL-TABLE.
001950     05 Y2-PL-ENTRY OCCURS 2000 TIMES
001960        INDEXED BY Y2-PL-IDX, Y2-PL-LOOKUP-IDX.
001970        10 Y2-PL-BRANCH           PIC X(004).
001980        10 Y2-PL-ACCOUNT          PIC X(006).
001990        10 Y2-PL-SUBACCT          PIC X(003).
002000        10 Y2-PL-NAME             PIC X(030).
002010        10 Y2-PL-CLASS            PIC X(001).
002020           88 Y2-PL-INCOME                   VALUE 'I'.
002030           88 Y2-PL-EXPENSE                  VALUE 'E'.
002040        10 Y2-PL-CCY              PIC X(003).
002050        10 Y2-PL-BALANCE          PIC 9(014)V99.
002060        10 Y2-PL-STATE            PIC X(001).
002070           88 Y2-PL-SWEPT                    VALUE 'S'.
002080           88 Y2-PL-NIL                      VALUE 'N'.
002090           88 Y2-PL-MISSING                  VALUE 'M'.
002100           88 Y2-PL-NO-RE                    VALUE 'R'.
002110           88 Y2-PL-HELD                     VALUE 'H'.
002120        10 Y2-PL-TRANSQ           PIC 9(004).
002125        10 Y2-PL-POSTED           PIC 9(014)V99.
002130*    BRANCHES HOLDING AN ACTIVE RETAINED EARNINGS ACCOUNT.
002140 01  Y2-RE-COUNT                  PIC 9(004) COMP VALUE ZERO.
002150 01  Y2-RE-TABLE.
002160     05 Y2-RE-ENTRY OCCURS 500 TIMES
002170        INDEXED BY Y2-RE-IDX, Y2-RE-LOOKUP-IDX.
002180        10 Y2-RE-BRANCH           PIC X(004).
002190*    THE TRIAL VERDICT ON EACH LEG OF THIS YEAR END'S BATCH.
002200 01  Y2-RSP-COUNT                 PIC 9(004) COMP VALUE ZERO.
002210 01  Y2-RSP-TABLE.
002220     05 Y2-RSP-ENTRY OCCURS 2000 TIMES
002230        INDEXED BY Y2-RSP-IDX, Y2-RSP-LOOKUP-IDX.
002240        10 Y2-RSP-TRANSQ          PIC X(004).
002250        10 Y2-RSP-REJECT-SW       PIC X(001).
002260*    THE PROOF BY BRANCH AND CURRENCY, HELD IN KEY ORDER AS IT
002266*    IS BUILT.  P&L AFTER IS THE SUM OF THE ACCOUNTS' BALANCES
002272*    LEFT ONCE WHAT THIS RUN RELEASED TO EQUATION IS POSTED.
002280 01  Y2-PROOF-COUNT               PIC 9(004) COMP VALUE ZERO.
002290 01  Y2-PROOF-TABLE.
002300     05 Y2-PRF-ENTRY OCCURS 500 TIMES.
002310        10 Y2-PRF-KEY             PIC X(007).
002320        10 Y2-PRF-ACCOUNTS        PIC 9(005).
002330        10 Y2-PRF-MISSING         PIC 9(005).
002340        10 Y2-PRF-AFTER           PIC 9(015)V99.
002360        10 Y2-PRF-INC-SWEPT       PIC 9(015)V99.
002370        10 Y2-PRF-EXP-SWEPT       PIC 9(015)V99.
002380 01  Y2-CHECKSUM-WORK.
002390     05 Y2-CHECKSUM-SOURCE        PIC X(040).
002400     05 Y2-CHECKSUM-LENGTH        PIC 9(002) COMP.
002410     05 Y2-CHECKSUM-RESULT        PIC 9(003).
002420 01  Y2-CHK-ACCUM                 PIC 9(007) COMP.
002430 01  Y2-CHK-WEIGHT                PIC 9(001) COMP.
002440 01  Y2-CHK-BYTE-IDX              PIC 9(002) COMP.
002450 01  Y2-CHK-BYTE-WORK             PIC X(001).
002460 01  Y2-CHK-DIGIT-WORK REDEFINES Y2-CHK-BYTE-WORK
002470                                  PIC 9(001).
002480 01  Y2-CHK-QUOTIENT              PIC 9(004) COMP.
002490 01  Y2-CHK-FIELD.
002500     05 Y2-CHK-SIGN               PIC X(001).
002510     05 Y2-CHK-VALUE              PIC 9(003).
002520 01  Y2-HEADING-LINE.
002530     05 FILLER                    PIC X(030)
002540            VALUE 'YEAR-END CLOSE CERTIFICATE    '.
002550     05 FILLER                    PIC X(022)
002560            VALUE 'FINANCIAL YEAR ENDED  '.
002570     05 Y2-HDG-DATE               PIC 9(008).
002580     05 FILLER                    PIC X(004) VALUE SPACES.
002590     05 Y2-HDG-MODE               PIC X(030).
002600     05 FILLER                    PIC X(007) VALUE 'BATCH  '.
002610     05 Y2-HDG-PCREF              PIC X(015).
002620     05 FILLER                    PIC X(016) VALUE SPACES.
002630 01  Y2-COLUMN-LINE.
002640     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002650     05 FILLER                    PIC X(026) VALUE 'NAME'.
002660     05 FILLER                    PIC X(009) VALUE 'CLASS'.
002670     05 FILLER                    PIC X(005) VALUE 'CCY'.
002680     05 FILLER                    PIC X(019)
002690            VALUE '  CLOSING BALANCE  '.
002700     05 FILLER                    PIC X(019)
002710            VALUE '     AMOUNT SWEPT  '.
002720     05 FILLER                    PIC X(019)
002730            VALUE '    BALANCE AFTER  '.
002740     05 FILLER                    PIC X(006) VALUE 'LEG'.
002750     05 FILLER                    PIC X(012) VALUE 'ACTION'.
002760 01  Y2-DETAIL-LINE.
002770     05 Y2-DTL-BRANCH             PIC X(004).
002780     05 FILLER                    PIC X(001) VALUE SPACES.
002790     05 Y2-DTL-ACCOUNT            PIC X(006).
002800     05 FILLER                    PIC X(001) VALUE SPACES.
002810     05 Y2-DTL-SUBACCT            PIC X(003).
002820     05 FILLER                    PIC X(002) VALUE SPACES.
002830     05 Y2-DTL-NAME               PIC X(024).
002840     05 FILLER                    PIC X(002) VALUE SPACES.
002850     05 Y2-DTL-CLASS              PIC X(007).
002860     05 FILLER                    PIC X(002) VALUE SPACES.
002870     05 Y2-DTL-CCY                PIC X(003).
002880     05 FILLER                    PIC X(002) VALUE SPACES.
002890     05 Y2-DTL-CLOSING            PIC Z(013)9.99.
002900     05 FILLER                    PIC X(002) VALUE SPACES.
002910     05 Y2-DTL-SWEPT              PIC Z(013)9.99.
002920     05 FILLER                    PIC X(002) VALUE SPACES.
002930     05 Y2-DTL-AFTER              PIC Z(013)9.99.
002940     05 FILLER                    PIC X(002) VALUE SPACES.
002950     05 Y2-DTL-TRANSQ             PIC X(004).
002960     05 FILLER                    PIC X(002) VALUE SPACES.
002970     05 Y2-DTL-ACTION             PIC X(012).
002980 01  Y2-SECTION-LINE.
002990     05 Y2-SEC-TITLE              PIC X(066).
003000     05 FILLER                    PIC X(066) VALUE SPACES.
003010 01  Y2-PROOF-COLUMN-LINE.
003020     05 FILLER                    PIC X(006) VALUE 'BRCH'.
003030     05 FILLER                    PIC X(005) VALUE 'CCY'.
003040     05 FILLER                    PIC X(007) VALUE 'ACCTS'.
003050     05 FILLER                    PIC X(020)
003060            VALUE '      INCOME SWEPT  '.
003070     05 FILLER                    PIC X(020)
003080            VALUE '     EXPENSE SWEPT  '.
003090     05 FILLER                    PIC X(021)
003100            VALUE '    NET TO RETAINED  '.
003110     05 FILLER                    PIC X(020)
003120            VALUE '   P&L AFTER CLOSE  '.
003130     05 FILLER                    PIC X(009) VALUE 'PROOF'.
003140     05 FILLER                    PIC X(024) VALUE SPACES.
003150 01  Y2-PROOF-LINE.
003160     05 Y2-PRL-BRANCH             PIC X(004).
003170     05 FILLER                    PIC X(002) VALUE SPACES.
003180     05 Y2-PRL-CCY                PIC X(003).
003190     05 FILLER                    PIC X(002) VALUE SPACES.
003200     05 Y2-PRL-ACCOUNTS           PIC ZZZZ9.
003210     05 FILLER                    PIC X(002) VALUE SPACES.
003220     05 Y2-PRL-INCOME             PIC Z(014)9.99.
003230     05 FILLER                    PIC X(002) VALUE SPACES.
003240     05 Y2-PRL-EXPENSE            PIC Z(014)9.99.
003250     05 FILLER                    PIC X(002) VALUE SPACES.
003260     05 Y2-PRL-NET                PIC -Z(014)9.99.
003270     05 FILLER                    PIC X(002) VALUE SPACES.
003280     05 Y2-PRL-RESIDUAL           PIC Z(014)9.99.
003290     05 FILLER                    PIC X(002) VALUE SPACES.
003300     05 Y2-PRL-VERDICT            PIC X(009).
003310     05 FILLER                    PIC X(024) VALUE SPACES.
003320 01  Y2-SUMMARY-LINE.
003330     05 FILLER                    PIC X(009) VALUE 'ACCOUNTS '.
003340     05 Y2-SUM-ACCOUNTS           PIC ZZZZZZ9.
003350     05 FILLER                    PIC X(008) VALUE '  SWEPT '.
003360     05 Y2-SUM-SWEPT              PIC ZZZZZZ9.
003370     05 FILLER                    PIC X(006) VALUE '  NIL '.
003380     05 Y2-SUM-NIL                PIC ZZZZZZ9.
003390     05 FILLER                    PIC X(013)
003400            VALUE '  NO BALANCE '.
003410     05 Y2-SUM-MISSING            PIC ZZZZZZ9.
003420     05 FILLER                    PIC X(016)
003430            VALUE '  NO RE ACCOUNT '.
003440     05 Y2-SUM-NO-RE              PIC ZZZZZZ9.
003450     05 FILLER                    PIC X(007) VALUE '  HELD '.
003460     05 Y2-SUM-HELD               PIC ZZZZZZ9.
003470     05 FILLER                    PIC X(008) VALUE '  LEGS '.
003480     05 Y2-SUM-LEGS               PIC ZZZZZZ9.
003490     05 FILLER                    PIC X(016) VALUE SPACES.
003500 COPY "Date_Service.cpy".
003510 COPY "Transaction_Req.cpy".
003520 COPY "Run_Statistics.cpy".
003530 COPY "Year_End_Param.cpy"
003540     REPLACING YEAR-END-PARAM-RECORD BY Y2-PARAM-WORK.
003550 PROCEDURE DIVISION.
003560*-----------------------------------------------------------------
003570 0000-MAINLINE.
003580*-----------------------------------------------------------------
003590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003600     PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.
003610     PERFORM 3000-PLAN-SWEEP THRU 3000-EXIT.
003620     IF YEP-LIVE-RUN OF Y2-PARAM-WORK
003630         PERFORM 3500-CHECK-TRIAL THRU 3500-EXIT
003640     END-IF.
003650     PERFORM 4000-RELEASE-BATCH THRU 4000-EXIT.
003660     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT.
003670     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003680     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003690     STOP RUN.
003700*-----------------------------------------------------------------
003710 1000-INITIALIZE.
003720*-----------------------------------------------------------------
003730     ACCEPT Y2-RUN-TIME FROM TIME.
003740     ACCEPT RST-START-TIME FROM TIME.
003750     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003760                  RST-REJECT-COUNT.
003770     PERFORM 1100-CHECK-CONTROL THRU 1100-EXIT.
003780     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
003790     PERFORM 1300-CHECK-YEAR-END THRU 1300-EXIT.
003800     MOVE Y2-RUN-DATE TO Y2-NEW-PCREF-DATE.
003810     MOVE 1 TO Y2-NEW-PCREF-SEQ.
003820     OPEN INPUT COAMSTF.
003830     IF Y2-COAMSTF-OK
003840         PERFORM 9300-READ-COAMSTF THRU 9300-EXIT
003850     ELSE
003860         SET Y2-COAMSTF-EOF TO TRUE
003870     END-IF.
003880     PERFORM 1400-LOAD-ONE-ACCOUNT THRU 1400-EXIT
003890         UNTIL Y2-COAMSTF-EOF.
003900     CLOSE COAMSTF.
003910     OPEN OUTPUT YECLOSF.
003920     OPEN OUTPUT YETRIALC.
003930     OPEN OUTPUT YECERT.
003940 1000-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970 1100-CHECK-CONTROL.
003980*-----------------------------------------------------------------
003990*    THE CLOSE IS DRIVEN FROM THE CONTROL RECORD ITSELF, NOT THE
004000*    SERVICE: IT MAY ONLY START ONCE END OF DAY IS POSTED.
004010     OPEN INPUT BDCTLF.
004020     IF Y2-BDCTLF-OK
004030         PERFORM 9100-READ-BDCTLF THRU 9100-EXIT
004040     ELSE
004050         SET Y2-BDCTLF-EOF TO TRUE
004060     END-IF.
004070     IF Y2-BDCTLF-EOF
004080        OR BDC-BUSINESS-DATE NOT NUMERIC
004090         DISPLAY 'ESB102Y: NO BUSINESS-DATE CONTROL -'
004100             ' RUN REFUSED'
004110         MOVE 8 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE BDC-BUSINESS-DATE TO Y2-RUN-DATE.
004150     IF NOT BDC-EOD-DONE
004160         DISPLAY 'ESB102Y: END OF DAY NOT POSTED FOR '
004170             Y2-RUN-DATE ' - RUN REFUSED'
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     CLOSE BDCTLF.
004220 1100-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250 1200-LOAD-PARAMETERS.
004260*-----------------------------------------------------------------
004270*    WITHOUT A RETAINED EARNINGS ACCOUNT THERE IS NOTHING TO
004280*    CLOSE INTO.  A YEAR END MONTH NOT GIVEN IS DECEMBER AND A
004290*    RUN MODE NOT GIVEN IS A TRIAL.
004300     MOVE SPACES TO Y2-PARAM-WORK.
004310     OPEN INPUT YEPARMF.
004320     IF Y2-YEPARMF-OK
004330         PERFORM 9200-READ-YEPARMF THRU 9200-EXIT
004340         IF NOT Y2-YEPARMF-EOF
004350             MOVE YEAR-END-PARAM-RECORD TO Y2-PARAM-WORK
004360         END-IF
004370     END-IF.
004380     CLOSE YEPARMF.
004390     IF YEP-RE-ACCOUNT OF Y2-PARAM-WORK = SPACES
004400         DISPLAY 'ESB102Y: NO RETAINED EARNINGS ACCOUNT ON'
004410             ' YEPARMF - RUN REFUSED'
004420         MOVE 8 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     IF YEP-FY-END-MONTH OF Y2-PARAM-WORK NOT NUMERIC
004460        OR YEP-FY-END-MONTH OF Y2-PARAM-WORK = ZERO
004470        OR YEP-FY-END-MONTH OF Y2-PARAM-WORK > 12
004480         MOVE 12 TO YEP-FY-END-MONTH OF Y2-PARAM-WORK
004490     END-IF.
004500     IF NOT YEP-LIVE-RUN OF Y2-PARAM-WORK
004510         SET YEP-TRIAL-RUN OF Y2-PARAM-WORK TO TRUE
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560 1300-CHECK-YEAR-END.
004570*-----------------------------------------------------------------
004580*    THE BUSINESS DATE MUST BE THE LAST BUSINESS DAY OF THE
004590*    YEAR-END MONTH: THE NEXT BUSINESS DAY (ESB060C, ELSE THE
004600*    NEXT CALENDAR DAY) FALLS IN THE NEW FINANCIAL YEAR.
004610     COMPUTE Y2-NEXT-JULIAN =
004620         FUNCTION INTEGER-OF-DATE(Y2-RUN-DATE) + 1.
004630     COMPUTE Y2-NEXT-BUS-DATE =
004640         FUNCTION DATE-OF-INTEGER(Y2-NEXT-JULIAN).
004650     MOVE SPACES TO DATE-SERVICE-AREA.
004660     SET DSV-ROLL-FORWARD TO TRUE.
004670     MOVE Y2-NEXT-BUS-DATE TO DSV-DATE-1.
004680     CALL 'ESB060C' USING DATE-SERVICE-AREA.
004690     IF DSV-RESULT-DATE IS NUMERIC
004700        AND DSV-RESULT-DATE > ZERO
004710         MOVE DSV-RESULT-DATE TO Y2-NEXT-BUS-DATE
004720     END-IF.
004730     IF Y2-RUN-MONTH NOT = YEP-FY-END-MONTH OF Y2-PARAM-WORK
004740        OR Y2-NEXT-BUS-MONTH = Y2-RUN-MONTH
004750         DISPLAY 'ESB102Y: ' Y2-RUN-DATE ' IS NOT THE LAST'
004760             ' BUSINESS DAY OF THE FINANCIAL YEAR - RUN REFUSED'
004770         MOVE 8 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800 1300-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830 1400-LOAD-ONE-ACCOUNT.
004840*-----------------------------------------------------------------
004850     IF NOT COA-ACTIVE
004860         GO TO 1400-NEXT
004870     END-IF.
004872*    AN ACCOUNT LEFT OUT OF EITHER TABLE WOULD STAY UNSWEPT
004874*    WHILE THE REST OF THE CLOSE WAS RELEASED, SO A CHART TOO
004876*    BIG FOR THEM STOPS THE RUN BEFORE ANY OUTPUT IS OPENED.
004880     IF COA-ACCOUNT = YEP-RE-ACCOUNT OF Y2-PARAM-WORK
004890        AND COA-SUBACCT = YEP-RE-SUBACCT OF Y2-PARAM-WORK
004892         IF Y2-RE-COUNT NOT < 500
004894             DISPLAY 'ESB102Y: RETAINED EARNINGS TABLE FULL AT '
004896                 COA-BRANCH ' - RUN REFUSED'
004898             MOVE 8 TO RETURN-CODE
004900             STOP RUN
004902         END-IF
004910         ADD 1 TO Y2-RE-COUNT
004920         SET Y2-RE-IDX TO Y2-RE-COUNT
004930         MOVE COA-BRANCH TO Y2-RE-BRANCH (Y2-RE-IDX)
004940         GO TO 1400-NEXT
004950     END-IF.
004960     IF NOT COA-INCOME
004970        AND NOT COA-EXPENSE
004980         GO TO 1400-NEXT
004990     END-IF.
005000     ADD 1 TO Y2-PL-READ-COUNT.
005010     IF Y2-PL-COUNT NOT < 2000
005020         DISPLAY 'ESB102Y: P&L TABLE FULL AT '
005030             COA-BRANCH COA-ACCOUNT COA-SUBACCT ' - RUN REFUSED'
005040         MOVE 8 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070     ADD 1 TO Y2-PL-COUNT.
005080     SET Y2-PL-IDX TO Y2-PL-COUNT.
005090     MOVE COA-BRANCH  TO Y2-PL-BRANCH (Y2-PL-IDX).
005100     MOVE COA-ACCOUNT TO Y2-PL-ACCOUNT (Y2-PL-IDX).
005110     MOVE COA-SUBACCT TO Y2-PL-SUBACCT (Y2-PL-IDX).
005120     MOVE COA-ACCOUNT-NAME TO Y2-PL-NAME (Y2-PL-IDX).
005130     MOVE COA-PL-CLASS TO Y2-PL-CLASS (Y2-PL-IDX).
005140     MOVE SPACES TO Y2-PL-CCY (Y2-PL-IDX).
005150     MOVE ZERO TO Y2-PL-BALANCE (Y2-PL-IDX)
005156                  Y2-PL-TRANSQ (Y2-PL-IDX)
005162                  Y2-PL-POSTED (Y2-PL-IDX).
005170     SET Y2-PL-MISSING (Y2-PL-IDX) TO TRUE.
005180 1400-NEXT.
005190     PERFORM 9300-READ-COAMSTF THRU 9300-EXIT.
005200 1400-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230 2000-LOAD-BALANCES.
005240*-----------------------------------------------------------------
005250*    THE CLOSING BALANCE IS THE CLEARED BALANCE (HZCABL) EQUATION
005260*    RETURNED FOR THE ACCOUNT ON THE YEAR'S LAST BALANCE ENQUIRY.
005270     IF Y2-PL-COUNT = ZERO
005280         GO TO 2000-EXIT
005290     END-IF.
005300     OPEN INPUT CUSTSNPF.
005310     IF Y2-CUSTSNPF-OK
005320         PERFORM 9400-READ-CUSTSNPF THRU 9400-EXIT
005330     ELSE
005340         SET Y2-CUSTSNPF-EOF TO TRUE
005350     END-IF.
005360     PERFORM 2100-MATCH-ONE-BALANCE THRU 2100-EXIT
005370         UNTIL Y2-CUSTSNPF-EOF.
005380     CLOSE CUSTSNPF.
005390 2000-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420 2100-MATCH-ONE-BALANCE.
005430*-----------------------------------------------------------------
005440     ADD 1 TO RST-RECORDS-IN.
005450     MOVE 'N' TO Y2-ENTRY-FOUND-SW.
005460     SET Y2-PL-LOOKUP-IDX TO 1.
005470     PERFORM 2110-SCAN-PL THRU 2110-EXIT
005480         UNTIL Y2-PL-LOOKUP-IDX > Y2-PL-COUNT
005490            OR Y2-ENTRY-FOUND.
005500     IF Y2-ENTRY-FOUND
005510        AND Y2-PL-MISSING (Y2-PL-LOOKUP-IDX)
005520         MOVE CSS-HZCCY TO Y2-PL-CCY (Y2-PL-LOOKUP-IDX)
005530         MOVE CSS-HZCABL TO Y2-PL-BALANCE (Y2-PL-LOOKUP-IDX)
005540         SET Y2-PL-NIL (Y2-PL-LOOKUP-IDX) TO TRUE
005550     END-IF.
005560     PERFORM 9400-READ-CUSTSNPF THRU 9400-EXIT.
005570 2100-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600 2110-SCAN-PL.
005610*-----------------------------------------------------------------
005620     IF Y2-PL-BRANCH (Y2-PL-LOOKUP-IDX) = CSS-HZAB
005630        AND Y2-PL-ACCOUNT (Y2-PL-LOOKUP-IDX) = CSS-HZAN
005640        AND Y2-PL-SUBACCT (Y2-PL-LOOKUP-IDX) = CSS-HZAS
005650         SET Y2-ENTRY-FOUND TO TRUE
005660     ELSE
005670         SET Y2-PL-LOOKUP-IDX UP BY 1
005680     END-IF.
005690 2110-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720 3000-PLAN-SWEEP.
005730*-----------------------------------------------------------------
005740*    EVERY ACCOUNT WITH A CLOSING BALANCE AND A RETAINED EARNINGS
005750*    ACCOUNT IN ITS BRANCH IS GIVEN ITS LEG NUMBER IN THE BATCH.
005760     IF Y2-PL-COUNT > ZERO
005770         SET Y2-PL-IDX TO 1
005780         PERFORM 3100-PLAN-ONE-ACCOUNT THRU 3100-EXIT
005790             UNTIL Y2-PL-IDX > Y2-PL-COUNT
005800     END-IF.
005810 3000-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 3100-PLAN-ONE-ACCOUNT.
005850*-----------------------------------------------------------------
005851*    THE ACCOUNT'S PROOF LINE IS OPENED HERE, SO A PROOF TABLE
005852*    TOO SMALL FOR THE BRANCHES AND CURRENCIES STOPS THE RUN
005853*    BEFORE ANYTHING IS RELEASED.
005854     MOVE Y2-PL-BRANCH (Y2-PL-IDX) TO Y2-KEY-BRANCH.
005855     MOVE Y2-PL-CCY (Y2-PL-IDX) TO Y2-KEY-CCY.
005856     PERFORM 5210-FIND-PROOF THRU 5210-EXIT.
005860     IF Y2-PL-MISSING (Y2-PL-IDX)
005870        OR Y2-PL-BALANCE (Y2-PL-IDX) = ZERO
005880         GO TO 3100-NEXT
005890     END-IF.
005900     MOVE 'N' TO Y2-ENTRY-FOUND-SW.
005910     IF Y2-RE-COUNT > ZERO
005920         SET Y2-RE-LOOKUP-IDX TO 1
005930         PERFORM 3110-SCAN-RE THRU 3110-EXIT
005940             UNTIL Y2-RE-LOOKUP-IDX > Y2-RE-COUNT
005950                OR Y2-ENTRY-FOUND
005960     END-IF.
005970     IF NOT Y2-ENTRY-FOUND
005980         SET Y2-PL-NO-RE (Y2-PL-IDX) TO TRUE
005990         GO TO 3100-NEXT
006000     END-IF.
006010     ADD 1 TO Y2-LEG-SEQ.
006020     MOVE Y2-LEG-SEQ TO Y2-PL-TRANSQ (Y2-PL-IDX).
006030     SET Y2-PL-SWEPT (Y2-PL-IDX) TO TRUE.
006040 3100-NEXT.
006050     SET Y2-PL-IDX UP BY 1.
006060 3100-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090 3110-SCAN-RE.
006100*-----------------------------------------------------------------
006110     IF Y2-RE-BRANCH (Y2-RE-LOOKUP-IDX) = Y2-PL-BRANCH (Y2-PL-IDX)
006120         SET Y2-ENTRY-FOUND TO TRUE
006130     ELSE
006140         SET Y2-RE-LOOKUP-IDX UP BY 1
006150     END-IF.
006160 3110-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------------
006190 3500-CHECK-TRIAL.
006200*-----------------------------------------------------------------
006210*    THE LIVE RUN IS RELEASED ONLY WHEN EVERY LEG OF THE BATCH
006220*    CAME BACK FROM THE VALIDATEONLY TRIAL WITHOUT A REJECTION.
006230*    A LEG WITH NO TRIAL RESPONSE COUNTS AGAINST IT.
006240     OPEN INPUT YETRSPF.
006250     IF Y2-YETRSPF-OK
006260         PERFORM 9500-READ-YETRSPF THRU 9500-EXIT
006270     ELSE
006280         SET Y2-YETRSPF-EOF TO TRUE
006290     END-IF.
006300     PERFORM 3510-LOAD-ONE-RESPONSE THRU 3510-EXIT
006310         UNTIL Y2-YETRSPF-EOF.
006320     CLOSE YETRSPF.
006330     IF Y2-PL-COUNT > ZERO
006340         SET Y2-PL-IDX TO 1
006350         PERFORM 3520-CHECK-ONE-LEG THRU 3520-EXIT
006360             UNTIL Y2-PL-IDX > Y2-PL-COUNT
006370     END-IF.
006380     IF Y2-TRIAL-REJECT-COUNT > ZERO
006390        OR Y2-TRIAL-MISSING-COUNT > ZERO
006400         SET Y2-LIVE-REFUSED TO TRUE
006410         DISPLAY 'ESB102Y: TRIAL NOT CLEAN - REJECTED '
006420             Y2-TRIAL-REJECT-COUNT ' NOT TRIALLED '
006430             Y2-TRIAL-MISSING-COUNT ' - LIVE RELEASE REFUSED'
006440     END-IF.
006450 3500-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480 3510-LOAD-ONE-RESPONSE.
006490*-----------------------------------------------------------------
006500     ADD 1 TO Y2-RSP-READ-COUNT.
006510     IF PCREF OF TRANSACTION-RSP-HEADER = Y2-NEW-PCREF
006520        AND Y2-RSP-COUNT < 2000
006530         ADD 1 TO Y2-RSP-COUNT
006540         SET Y2-RSP-IDX TO Y2-RSP-COUNT
006550         MOVE TRANSQ OF TRANSACTION-RSP-HEADER
006560             TO Y2-RSP-TRANSQ (Y2-RSP-IDX)
006570         MOVE XRREC OF TRANSACTION-RSP-HEADER
006580             TO Y2-RSP-REJECT-SW (Y2-RSP-IDX)
006590     END-IF.
006600     PERFORM 9500-READ-YETRSPF THRU 9500-EXIT.
006610 3510-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------------
006640 3520-CHECK-ONE-LEG.
006650*-----------------------------------------------------------------
006660     IF NOT Y2-PL-SWEPT (Y2-PL-IDX)
006670         GO TO 3520-NEXT
006680     END-IF.
006690     MOVE 'N' TO Y2-ENTRY-FOUND-SW.
006700     IF Y2-RSP-COUNT > ZERO
006710         SET Y2-RSP-LOOKUP-IDX TO 1
006720         PERFORM 3530-SCAN-RESPONSES THRU 3530-EXIT
006730             UNTIL Y2-RSP-LOOKUP-IDX > Y2-RSP-COUNT
006740                OR Y2-ENTRY-FOUND
006750     END-IF.
006760     EVALUATE TRUE
006770         WHEN NOT Y2-ENTRY-FOUND
006780             ADD 1 TO Y2-TRIAL-MISSING-COUNT
006790         WHEN Y2-RSP-REJECT-SW (Y2-RSP-LOOKUP-IDX) = 'Y'
006800             ADD 1 TO Y2-TRIAL-REJECT-COUNT
006810         WHEN OTHER
006820             ADD 1 TO Y2-TRIAL-CLEAN-COUNT
006830     END-EVALUATE.
006840 3520-NEXT.
006850     SET Y2-PL-IDX UP BY 1.
006860 3520-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890 3530-SCAN-RESPONSES.
006900*-----------------------------------------------------------------
006910     IF Y2-RSP-TRANSQ (Y2-RSP-LOOKUP-IDX) =
006920             Y2-PL-TRANSQ (Y2-PL-IDX)
006930         SET Y2-ENTRY-FOUND TO TRUE
006940     ELSE
006950         SET Y2-RSP-LOOKUP-IDX UP BY 1
006960     END-IF.
006970 3530-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007000 4000-RELEASE-BATCH.
007010*-----------------------------------------------------------------
007020*    A TRIAL RUN MARKS THE BATCH VALIDATEONLY FOR ESB038V; A LIVE
007030*    RUN CLEARS THE MARK.  A REFUSED LIVE RUN RELEASES NOTHING
007040*    AND ITS LEGS ARE SHOWN HELD.
007050     MOVE SPACES TO TRIAL-POST-CONTROL-RECORD.
007060     IF YEP-TRIAL-RUN OF Y2-PARAM-WORK
007070         SET TPC-TRIAL-ON TO TRUE
007080         MOVE Y2-NEW-PCREF TO TPC-BATCH-PCREF
007090     ELSE
007100         MOVE 'N' TO TPC-TRIAL-FLAG
007110     END-IF.
007120     WRITE TRIAL-POST-CONTROL-RECORD.
007130     IF Y2-PL-COUNT > ZERO
007140         SET Y2-PL-IDX TO 1
007150         PERFORM 4100-RELEASE-ONE-LEG THRU 4100-EXIT
007160             UNTIL Y2-PL-IDX > Y2-PL-COUNT
007170     END-IF.
007180 4000-EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210 4100-RELEASE-ONE-LEG.
007220*-----------------------------------------------------------------
007230     IF NOT Y2-PL-SWEPT (Y2-PL-IDX)
007240         GO TO 4100-NEXT
007250     END-IF.
007260     IF Y2-LIVE-REFUSED
007270         SET Y2-PL-HELD (Y2-PL-IDX) TO TRUE
007280         GO TO 4100-NEXT
007290     END-IF.
007300     PERFORM 4200-BUILD-SWEEP THRU 4200-EXIT.
007310 4100-NEXT.
007320     SET Y2-PL-IDX UP BY 1.
007330 4100-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360 4200-BUILD-SWEEP.
007370*-----------------------------------------------------------------
007380*    AN INCOME ACCOUNT'S CREDIT BALANCE IS DEBITED TO IT AND
007390*    CREDITED TO RETAINED EARNINGS; AN EXPENSE ACCOUNT'S DEBIT
007400*    BALANCE IS CREDITED TO IT AND DEBITED TO RETAINED EARNINGS.
007410     ADD 1 TO Y2-LEG-COUNT.
007420     ADD 1 TO RST-RECORDS-OUT.
007430     MOVE Y2-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
007440     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
007450     MOVE Y2-PL-TRANSQ (Y2-PL-IDX)
007460         TO TRANSQ OF TRANSACTION-REQ-HEADER.
007470     MOVE Y2-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
007480     MOVE Y2-PL-BRANCH (Y2-PL-IDX)
007490         TO GZBRNM OF TRANSACTION-REQ-BODY.
007500     IF Y2-PL-INCOME (Y2-PL-IDX)
007510         MOVE Y2-PL-BRANCH (Y2-PL-IDX)
007520             TO GZAB1 OF TRANSACTION-REQ-BODY
007530         MOVE Y2-PL-ACCOUNT (Y2-PL-IDX)
007540             TO GZAN1 OF TRANSACTION-REQ-BODY
007550         MOVE Y2-PL-SUBACCT (Y2-PL-IDX)
007560             TO GZAS1 OF TRANSACTION-REQ-BODY
007570         MOVE Y2-PL-BRANCH (Y2-PL-IDX)
007580             TO GZAB2 OF TRANSACTION-REQ-BODY
007590         MOVE YEP-RE-ACCOUNT OF Y2-PARAM-WORK
007600             TO GZAN2 OF TRANSACTION-REQ-BODY
007610         MOVE YEP-RE-SUBACCT OF Y2-PARAM-WORK
007620             TO GZAS2 OF TRANSACTION-REQ-BODY
007630     ELSE
007640         MOVE Y2-PL-BRANCH (Y2-PL-IDX)
007650             TO GZAB1 OF TRANSACTION-REQ-BODY
007660         MOVE YEP-RE-ACCOUNT OF Y2-PARAM-WORK
007670             TO GZAN1 OF TRANSACTION-REQ-BODY
007680         MOVE YEP-RE-SUBACCT OF Y2-PARAM-WORK
007690             TO GZAS1 OF TRANSACTION-REQ-BODY
007700         MOVE Y2-PL-BRANCH (Y2-PL-IDX)
007710             TO GZAB2 OF TRANSACTION-REQ-BODY
007720         MOVE Y2-PL-ACCOUNT (Y2-PL-IDX)
007730             TO GZAN2 OF TRANSACTION-REQ-BODY
007740         MOVE Y2-PL-SUBACCT (Y2-PL-IDX)
007750             TO GZAS2 OF TRANSACTION-REQ-BODY
007760     END-IF.
007770     MOVE Y2-PL-BALANCE (Y2-PL-IDX) TO Y2-AMOUNT-NUMERIC.
007780     MOVE Y2-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
007790     MOVE Y2-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
007800     MOVE YEP-TCD-DEBIT OF Y2-PARAM-WORK
007810         TO GZTCD1 OF TRANSACTION-REQ-BODY.
007820     MOVE YEP-TCD-CREDIT OF Y2-PARAM-WORK
007830         TO GZTCD2 OF TRANSACTION-REQ-BODY.
007840     MOVE Y2-PL-CCY (Y2-PL-IDX) TO GZCCY1 OF TRANSACTION-REQ-BODY.
007850     MOVE Y2-PL-CCY (Y2-PL-IDX) TO GZCCY2 OF TRANSACTION-REQ-BODY.
007860     MOVE Y2-RUN-DATE TO Y2-NAR-DATE.
007870     MOVE Y2-NARRATIVE-WORK TO GZNR1 OF TRANSACTION-REQ-BODY.
007880     PERFORM 4210-STAMP-CHECK-DIGITS THRU 4210-EXIT.
007890     MOVE TRANSACTION-REQ TO YECLOSF-RECORD.
007900     WRITE YECLOSF-RECORD.
007902     IF YEP-LIVE-RUN OF Y2-PARAM-WORK
007904         MOVE Y2-PL-BALANCE (Y2-PL-IDX)
007906             TO Y2-PL-POSTED (Y2-PL-IDX)
007908     END-IF.
007910 4200-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------------
007940 4210-STAMP-CHECK-DIGITS.
007950*-----------------------------------------------------------------
007960*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
007970*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
007980*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
007990     MOVE SPACES TO Y2-CHECKSUM-SOURCE.
008000     STRING GZAB1 OF TRANSACTION-REQ-BODY
008010            GZAN1 OF TRANSACTION-REQ-BODY
008020            GZAS1 OF TRANSACTION-REQ-BODY
008030            GZAB2 OF TRANSACTION-REQ-BODY
008040            GZAN2 OF TRANSACTION-REQ-BODY
008050            GZAS2 OF TRANSACTION-REQ-BODY
008060         DELIMITED BY SIZE INTO Y2-CHECKSUM-SOURCE.
008070     MOVE 26 TO Y2-CHECKSUM-LENGTH.
008080     PERFORM 4220-COMPUTE-CHECKSUM THRU 4220-EXIT.
008090     MOVE '0' TO Y2-CHK-SIGN.
008100     MOVE Y2-CHECKSUM-RESULT TO Y2-CHK-VALUE.
008110     MOVE Y2-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
008120     MOVE SPACES TO Y2-CHECKSUM-SOURCE.
008130     STRING GZAMA1 OF TRANSACTION-REQ-BODY
008140            GZAMA2 OF TRANSACTION-REQ-BODY
008150         DELIMITED BY SIZE INTO Y2-CHECKSUM-SOURCE.
008160     MOVE 34 TO Y2-CHECKSUM-LENGTH.
008170     PERFORM 4220-COMPUTE-CHECKSUM THRU 4220-EXIT.
008180     MOVE '0' TO Y2-CHK-SIGN.
008190     MOVE Y2-CHECKSUM-RESULT TO Y2-CHK-VALUE.
008200     MOVE Y2-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
008210 4210-EXIT.
008220     EXIT.
008230*-----------------------------------------------------------------
008240 4220-COMPUTE-CHECKSUM.
008250*-----------------------------------------------------------------
008260     MOVE ZERO TO Y2-CHK-ACCUM.
008270     MOVE 1 TO Y2-CHK-WEIGHT.
008280     MOVE 1 TO Y2-CHK-BYTE-IDX.
008290     PERFORM 4230-SUM-ONE-BYTE THRU 4230-EXIT
008300         UNTIL Y2-CHK-BYTE-IDX > Y2-CHECKSUM-LENGTH.
008310     DIVIDE Y2-CHK-ACCUM BY 1000 GIVING Y2-CHK-QUOTIENT
008320         REMAINDER Y2-CHECKSUM-RESULT.
008330 4220-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360 4230-SUM-ONE-BYTE.
008370*-----------------------------------------------------------------
008380     MOVE Y2-CHECKSUM-SOURCE (Y2-CHK-BYTE-IDX : 1)
008390         TO Y2-CHK-BYTE-WORK.
008400     IF Y2-CHK-BYTE-WORK IS NUMERIC
008410         COMPUTE Y2-CHK-ACCUM = Y2-CHK-ACCUM
008420             + (Y2-CHK-DIGIT-WORK * Y2-CHK-WEIGHT)
008430         ADD 1 TO Y2-CHK-WEIGHT
008440         IF Y2-CHK-WEIGHT > 9
008450             MOVE 1 TO Y2-CHK-WEIGHT
008460         END-IF
008470     END-IF.
008480     ADD 1 TO Y2-CHK-BYTE-IDX.
008490 4230-EXIT.
008500     EXIT.
008510*-----------------------------------------------------------------
008520 5000-PRINT-CERTIFICATE.
008530*-----------------------------------------------------------------
008540     MOVE Y2-RUN-DATE TO Y2-HDG-DATE.
008550     MOVE Y2-NEW-PCREF TO Y2-HDG-PCREF.
008560     EVALUATE TRUE
008570         WHEN YEP-TRIAL-RUN OF Y2-PARAM-WORK
008580             MOVE 'TRIAL - VALIDATEONLY' TO Y2-HDG-MODE
008590         WHEN Y2-LIVE-REFUSED
008600             MOVE 'LIVE - RELEASE REFUSED' TO Y2-HDG-MODE
008610         WHEN OTHER
008620             MOVE 'LIVE' TO Y2-HDG-MODE
008630     END-EVALUATE.
008640     MOVE Y2-HEADING-LINE TO YECERT-RECORD.
008650     WRITE YECERT-RECORD.
008660     MOVE Y2-COLUMN-LINE TO YECERT-RECORD.
008670     WRITE YECERT-RECORD.
008680     IF Y2-PL-COUNT > ZERO
008690         SET Y2-PL-IDX TO 1
008700         PERFORM 5100-PRINT-ONE-ACCOUNT THRU 5100-EXIT
008710             UNTIL Y2-PL-IDX > Y2-PL-COUNT
008720     END-IF.
008730     MOVE SPACES TO YECERT-RECORD.
008740     WRITE YECERT-RECORD.
008750     MOVE SPACES TO Y2-SECTION-LINE.
008760     MOVE 'PROOF OF PROFIT AND LOSS AFTER THE CLOSE BY BRANCH'
008770         TO Y2-SEC-TITLE.
008780     MOVE 'AND CURRENCY' TO Y2-SEC-TITLE (52 : 12).
008790     MOVE Y2-SECTION-LINE TO YECERT-RECORD.
008800     WRITE YECERT-RECORD.
008810     MOVE Y2-PROOF-COLUMN-LINE TO YECERT-RECORD.
008820     WRITE YECERT-RECORD.
008830     IF Y2-PROOF-COUNT > ZERO
008840         MOVE 1 TO Y2-PROOF-SUB
008850         PERFORM 5300-PRINT-ONE-PROOF THRU 5300-EXIT
008860             UNTIL Y2-PROOF-SUB > Y2-PROOF-COUNT
008870     END-IF.
008880     MOVE SPACES TO YECERT-RECORD.
008890     WRITE YECERT-RECORD.
008900     MOVE SPACES TO Y2-SECTION-LINE.
008906     EVALUATE TRUE
008912         WHEN YEP-TRIAL-RUN OF Y2-PARAM-WORK
008918             MOVE 'NOT CERTIFIED: TRIAL RUN, NOTHING POSTED'
008924                 TO Y2-SEC-TITLE
008930         WHEN Y2-ALL-PROVEN
008936             MOVE 'CERTIFIED: PROFIT AND LOSS IS ZERO IN EVERY'
008942                 TO Y2-SEC-TITLE
008948             MOVE 'BRANCH' TO Y2-SEC-TITLE (45 : 6)
008954         WHEN OTHER
008960             MOVE 'NOT CERTIFIED: PROFIT AND LOSS NOT PROVEN ZERO'
008966                 TO Y2-SEC-TITLE
008972     END-EVALUATE.
008980     MOVE Y2-SECTION-LINE TO YECERT-RECORD.
008990     WRITE YECERT-RECORD.
009000 5000-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030 5100-PRINT-ONE-ACCOUNT.
009040*-----------------------------------------------------------------
009050     MOVE SPACES TO Y2-DETAIL-LINE.
009060     MOVE Y2-PL-BRANCH (Y2-PL-IDX)  TO Y2-DTL-BRANCH.
009070     MOVE Y2-PL-ACCOUNT (Y2-PL-IDX) TO Y2-DTL-ACCOUNT.
009080     MOVE Y2-PL-SUBACCT (Y2-PL-IDX) TO Y2-DTL-SUBACCT.
009090     MOVE Y2-PL-NAME (Y2-PL-IDX)    TO Y2-DTL-NAME.
009100     MOVE Y2-PL-CCY (Y2-PL-IDX)     TO Y2-DTL-CCY.
009110     IF Y2-PL-INCOME (Y2-PL-IDX)
009120         MOVE 'INCOME' TO Y2-DTL-CLASS
009130     ELSE
009140         MOVE 'EXPENSE' TO Y2-DTL-CLASS
009150     END-IF.
009160     MOVE ZERO TO Y2-SWEPT-AMOUNT.
009170     EVALUATE TRUE
009180         WHEN Y2-PL-SWEPT (Y2-PL-IDX)
009190             MOVE Y2-PL-BALANCE (Y2-PL-IDX) TO Y2-SWEPT-AMOUNT
009200             MOVE Y2-PL-TRANSQ (Y2-PL-IDX) TO Y2-DTL-TRANSQ
009210             ADD 1 TO Y2-SWEPT-COUNT
009220             IF YEP-TRIAL-RUN OF Y2-PARAM-WORK
009230                 MOVE 'TO SWEEP' TO Y2-DTL-ACTION
009240             ELSE
009250                 MOVE 'SWEPT' TO Y2-DTL-ACTION
009260             END-IF
009270         WHEN Y2-PL-HELD (Y2-PL-IDX)
009280             MOVE Y2-PL-TRANSQ (Y2-PL-IDX) TO Y2-DTL-TRANSQ
009290             ADD 1 TO Y2-HELD-COUNT
009300             MOVE 'HELD' TO Y2-DTL-ACTION
009310         WHEN Y2-PL-NIL (Y2-PL-IDX)
009320             ADD 1 TO Y2-NIL-COUNT
009330             MOVE 'NIL BALANCE' TO Y2-DTL-ACTION
009340         WHEN Y2-PL-NO-RE (Y2-PL-IDX)
009350             ADD 1 TO Y2-NO-RE-COUNT
009360             MOVE 'NO RE ACCT' TO Y2-DTL-ACTION
009370         WHEN OTHER
009380             ADD 1 TO Y2-MISSING-COUNT
009390             MOVE 'NO BALANCE' TO Y2-DTL-ACTION
009400     END-EVALUATE.
009410     IF Y2-PL-MISSING (Y2-PL-IDX)
009420         MOVE SPACES TO Y2-DTL-CCY
009430     ELSE
009440         MOVE Y2-PL-BALANCE (Y2-PL-IDX) TO Y2-DTL-CLOSING
009450         MOVE Y2-SWEPT-AMOUNT TO Y2-DTL-SWEPT
009457         COMPUTE Y2-AFTER-AMOUNT =
009464             Y2-PL-BALANCE (Y2-PL-IDX) - Y2-PL-POSTED (Y2-PL-IDX)
009471         MOVE Y2-AFTER-AMOUNT TO Y2-DTL-AFTER
009480     END-IF.
009490     MOVE Y2-DETAIL-LINE TO YECERT-RECORD.
009500     WRITE YECERT-RECORD.
009510     PERFORM 5200-ADD-TO-PROOF THRU 5200-EXIT.
009520     SET Y2-PL-IDX UP BY 1.
009530 5100-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------------
009560 5200-ADD-TO-PROOF.
009570*-----------------------------------------------------------------
009580*    AN ACCOUNT WITH NO CLOSING BALANCE CANNOT BE PROVEN ZERO AND
009590*    LEAVES ITS BRANCH UNPROVEN.
009600     MOVE Y2-PL-BRANCH (Y2-PL-IDX) TO Y2-KEY-BRANCH.
009610     MOVE Y2-PL-CCY (Y2-PL-IDX) TO Y2-KEY-CCY.
009620     PERFORM 5210-FIND-PROOF THRU 5210-EXIT.
009630     IF NOT Y2-ENTRY-FOUND
009640         MOVE 'N' TO Y2-PROVEN-SW
009650         GO TO 5200-EXIT
009660     END-IF.
009670     ADD 1 TO Y2-PRF-ACCOUNTS (Y2-INSERT-SUB).
009680     IF Y2-PL-MISSING (Y2-PL-IDX)
009690         ADD 1 TO Y2-PRF-MISSING (Y2-INSERT-SUB)
009700         GO TO 5200-EXIT
009710     END-IF.
009715     ADD Y2-AFTER-AMOUNT TO Y2-PRF-AFTER (Y2-INSERT-SUB).
009720     IF Y2-PL-INCOME (Y2-PL-IDX)
009750         ADD Y2-SWEPT-AMOUNT TO Y2-PRF-INC-SWEPT (Y2-INSERT-SUB)
009760     ELSE
009790         ADD Y2-SWEPT-AMOUNT TO Y2-PRF-EXP-SWEPT (Y2-INSERT-SUB)
009800     END-IF.
009810 5200-EXIT.
009820     EXIT.
009830*-----------------------------------------------------------------
009840 5210-FIND-PROOF.
009850*-----------------------------------------------------------------
009860*    FINDS THE KEY OR THE FIRST ENTRY ABOVE IT; A NEW KEY IS
009870*    OPENED THERE AND THE ENTRIES ABOVE ARE MOVED UP ONE.
009880     MOVE 'N' TO Y2-ENTRY-FOUND-SW.
009890     MOVE 'N' TO Y2-SLOT-FOUND-SW.
009900     MOVE 1 TO Y2-INSERT-SUB.
009910     PERFORM 5220-SCAN-PROOF THRU 5220-EXIT
009920         UNTIL Y2-INSERT-SUB > Y2-PROOF-COUNT
009930            OR Y2-SLOT-FOUND.
009940     IF Y2-SLOT-FOUND
009950         IF Y2-PRF-KEY (Y2-INSERT-SUB) = Y2-PROOF-KEY
009960             SET Y2-ENTRY-FOUND TO TRUE
009970             GO TO 5210-EXIT
009980         END-IF
009990     END-IF.
010000     IF Y2-PROOF-COUNT NOT < 500
010010         DISPLAY 'ESB102Y: PROOF TABLE FULL AT BRANCH '
010020             Y2-KEY-BRANCH ' CURRENCY ' Y2-KEY-CCY
010027             ' - RUN REFUSED'
010034         MOVE 8 TO RETURN-CODE
010041         STOP RUN
010050     END-IF.
010060     MOVE Y2-PROOF-COUNT TO Y2-SHIFT-SUB.
010070     PERFORM 5230-SHIFT-ONE-UP THRU 5230-EXIT
010080         UNTIL Y2-SHIFT-SUB < Y2-INSERT-SUB.
010090     ADD 1 TO Y2-PROOF-COUNT.
010100     MOVE Y2-PROOF-KEY TO Y2-PRF-KEY (Y2-INSERT-SUB).
010110     MOVE ZERO TO Y2-PRF-ACCOUNTS (Y2-INSERT-SUB)
010120                  Y2-PRF-MISSING (Y2-INSERT-SUB)
010130                  Y2-PRF-AFTER (Y2-INSERT-SUB)
010150                  Y2-PRF-INC-SWEPT (Y2-INSERT-SUB)
010160                  Y2-PRF-EXP-SWEPT (Y2-INSERT-SUB).
010170     SET Y2-ENTRY-FOUND TO TRUE.
010180 5210-EXIT.
010190     EXIT.
010200*-----------------------------------------------------------------
010210 5220-SCAN-PROOF.
010220*-----------------------------------------------------------------
010230     IF Y2-PRF-KEY (Y2-INSERT-SUB) NOT < Y2-PROOF-KEY
010240         SET Y2-SLOT-FOUND TO TRUE
010250     ELSE
010260         ADD 1 TO Y2-INSERT-SUB
010270     END-IF.
010280 5220-EXIT.
010290     EXIT.
010300*-----------------------------------------------------------------
010310 5230-SHIFT-ONE-UP.
010320*-----------------------------------------------------------------
010330     MOVE Y2-PRF-ENTRY (Y2-SHIFT-SUB)
010340         TO Y2-PRF-ENTRY (Y2-SHIFT-SUB + 1).
010350     SUBTRACT 1 FROM Y2-SHIFT-SUB.
010360 5230-EXIT.
010370     EXIT.
010380*-----------------------------------------------------------------
010390 5300-PRINT-ONE-PROOF.
010400*-----------------------------------------------------------------
010408*    WHAT IS LEFT ON PROFIT AND LOSS IS EACH CLOSING BALANCE LESS
010416*    WHAT THIS RUN RELEASED AGAINST IT; A TRIAL RELEASES NOTHING.
010424*    THE BRANCH IS PROVEN ONLY AT ZERO WITH EVERY ACCOUNT'S
010432*    BALANCE KNOWN.
010440     MOVE SPACES TO Y2-PROOF-LINE.
010450     MOVE Y2-PRF-KEY (Y2-PROOF-SUB) (1 : 4) TO Y2-PRL-BRANCH.
010460     MOVE Y2-PRF-KEY (Y2-PROOF-SUB) (5 : 3) TO Y2-PRL-CCY.
010470     MOVE Y2-PRF-ACCOUNTS (Y2-PROOF-SUB) TO Y2-PRL-ACCOUNTS.
010480     MOVE Y2-PRF-INC-SWEPT (Y2-PROOF-SUB) TO Y2-PRL-INCOME.
010490     MOVE Y2-PRF-EXP-SWEPT (Y2-PROOF-SUB) TO Y2-PRL-EXPENSE.
010500     COMPUTE Y2-NET-TO-RE =
010510         Y2-PRF-INC-SWEPT (Y2-PROOF-SUB)
010520         - Y2-PRF-EXP-SWEPT (Y2-PROOF-SUB).
010530     MOVE Y2-NET-TO-RE TO Y2-PRL-NET.
010540     MOVE Y2-PRF-AFTER (Y2-PROOF-SUB) TO Y2-RESIDUAL.
010590     MOVE Y2-RESIDUAL TO Y2-PRL-RESIDUAL.
010600     IF Y2-RESIDUAL = ZERO
010610        AND Y2-PRF-MISSING (Y2-PROOF-SUB) = ZERO
010620         MOVE 'ZERO' TO Y2-PRL-VERDICT
010630     ELSE
010640         MOVE 'NOT ZERO' TO Y2-PRL-VERDICT
010650         MOVE 'N' TO Y2-PROVEN-SW
010660     END-IF.
010670     MOVE Y2-PROOF-LINE TO YECERT-RECORD.
010680     WRITE YECERT-RECORD.
010690     ADD 1 TO Y2-PROOF-SUB.
010700 5300-EXIT.
010710     EXIT.
010720*-----------------------------------------------------------------
010730 7000-PRINT-SUMMARY.
010740*-----------------------------------------------------------------
010750     MOVE SPACES TO YECERT-RECORD.
010760     WRITE YECERT-RECORD.
010770     MOVE Y2-PL-COUNT TO Y2-SUM-ACCOUNTS.
010780     MOVE Y2-SWEPT-COUNT TO Y2-SUM-SWEPT.
010790     MOVE Y2-NIL-COUNT TO Y2-SUM-NIL.
010800     MOVE Y2-MISSING-COUNT TO Y2-SUM-MISSING.
010810     MOVE Y2-NO-RE-COUNT TO Y2-SUM-NO-RE.
010820     MOVE Y2-HELD-COUNT TO Y2-SUM-HELD.
010830     MOVE Y2-LEG-COUNT TO Y2-SUM-LEGS.
010840     MOVE Y2-SUMMARY-LINE TO YECERT-RECORD.
010850     WRITE YECERT-RECORD.
010860 7000-EXIT.
010870     EXIT.
010880*-----------------------------------------------------------------
010890 8000-TERMINATE.
010900*-----------------------------------------------------------------
010910     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
010920     CLOSE YECLOSF.
010930     CLOSE YETRIALC.
010940     CLOSE YECERT.
010950     DISPLAY 'ESB102Y: YEAR ENDED ' Y2-RUN-DATE
010960         ' P&L ACCOUNTS ' Y2-PL-READ-COUNT
010970         ' LEGS ' Y2-LEG-COUNT ' BATCH ' Y2-NEW-PCREF.
010980     DISPLAY 'ESB102Y: NIL ' Y2-NIL-COUNT
010990         ' NO BALANCE ' Y2-MISSING-COUNT
011000         ' NO RE ACCOUNT ' Y2-NO-RE-COUNT
011010         ' HELD ' Y2-HELD-COUNT.
011020     EVALUATE TRUE
011030         WHEN Y2-LIVE-REFUSED
011040             MOVE 8 TO RETURN-CODE
011041         WHEN YEP-TRIAL-RUN OF Y2-PARAM-WORK
011042             IF Y2-MISSING-COUNT > ZERO
011043                OR Y2-NO-RE-COUNT > ZERO
011044                 MOVE 4 TO RETURN-CODE
011045             END-IF
011050         WHEN NOT Y2-ALL-PROVEN
011060             MOVE 4 TO RETURN-CODE
011070         WHEN OTHER
011080             CONTINUE
011090     END-EVALUATE.
011100 8000-EXIT.
011110     EXIT.
011120*-----------------------------------------------------------------
011130 9100-READ-BDCTLF.
011140*-----------------------------------------------------------------
011150     READ BDCTLF
011160         AT END
011170             SET Y2-BDCTLF-EOF TO TRUE
011180     END-READ.
011190 9100-EXIT.
011200     EXIT.
011210*-----------------------------------------------------------------
011220 9200-READ-YEPARMF.
011230*-----------------------------------------------------------------
011240     READ YEPARMF
011250         AT END
011260             SET Y2-YEPARMF-EOF TO TRUE
011270     END-READ.
011280 9200-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------------
011310 9300-READ-COAMSTF.
011320*-----------------------------------------------------------------
011330     READ COAMSTF
011340         AT END
011350             SET Y2-COAMSTF-EOF TO TRUE
011360     END-READ.
011370 9300-EXIT.
011380     EXIT.
011390*-----------------------------------------------------------------
011400 9400-READ-CUSTSNPF.
011410*-----------------------------------------------------------------
011420     READ CUSTSNPF
011430         AT END
011440             SET Y2-CUSTSNPF-EOF TO TRUE
011450     END-READ.
011460 9400-EXIT.
011470     EXIT.
011480*-----------------------------------------------------------------
011490 9500-READ-YETRSPF.
011500*-----------------------------------------------------------------
011510     READ YETRSPF
011520         AT END
011530             SET Y2-YETRSPF-EOF TO TRUE
011540     END-READ.
011550 9500-EXIT.
011560     EXIT.
011570*-----------------------------------------------------------------
011580 9900-WRITE-RUN-STATS.
011590*-----------------------------------------------------------------
011600     MOVE 'ESB102Y' TO RST-PROGRAM-ID.
011610     MOVE Y2-RUN-DATE TO RST-BUSINESS-DATE.
011620     ACCEPT RST-END-TIME FROM TIME.
011630     MOVE Y2-TRIAL-REJECT-COUNT TO RST-REJECT-COUNT.
011640     MOVE '00' TO RST-WORST-STATUS.
011650     IF Y2-YECLOSF-STATUS NOT = '00'
011660         MOVE Y2-YECLOSF-STATUS TO RST-WORST-STATUS
011670     END-IF.
011680     IF Y2-YETRIALC-STATUS NOT = '00'
011690         MOVE Y2-YETRIALC-STATUS TO RST-WORST-STATUS
011700     END-IF.
011710     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
011720 9900-EXIT.
011730     EXIT.
011740*-----------------------------------------------------------------
011750 9999-EXIT.
011760*-----------------------------------------------------------------
011770     EXIT.
