000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB098I
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    NIGHTLY CREDIT-INTEREST ACCRUAL ENGINE, THE CREDIT-SIDE
000200*    COUNTERPART OF ESB057D.  READS THE NIGHT'S CUSTOMER SNAPSHOT
000210*    (ESB022S) AND ACCRUES ONE DAY OF INTEREST ON EVERY CLEARED
000220*    CREDIT BALANCE (HZCABL) AT THE RATE THE MAINTAINED RATE
000230*    TABLE (CRRATEF) GIVES THE ACCOUNT'S PRODUCT (HZAPP/HZACT)
000240*    FOR THE BALANCE TIER IT REACHES.  THE PER-ACCOUNT ACCRUAL
000250*    LEDGER IS CARRIED GENERATION OVER GENERATION (CRACCRF ->
000260*    CRACCRN).  ON THE LAST RUN ON OR BEFORE AN ACCOUNT'S
000270*    CAPITALIZATION DATE THE ACCRUED INTEREST IS CAPITALIZED AS
000280*    THREE TRANSACTION-REQS UNDER ONE 'N' PCREF ON CRCAPF:
000290*      1 GROSS INTEREST, INTEREST PAYABLE TO THE CUSTOMER;
000300*      2 WITHHOLDING TAX AT THE CUSTOMER'S CATEGORY RATE, THE
000310*        CUSTOMER TO THE TAX PAYABLE ACCOUNT (NONE WHEN THE
000320*        CUSTOMER HOLDS A CURRENT EXEMPTION ON WHTEXMF);
000330*      3 THE INTEREST EXPENSE ENTRY, EXPENSE TO INTEREST PAYABLE.
000340*    ON THE MONTH-END RUN THE MONTH'S TAX IS SUMMED BY TAX
000350*    CATEGORY INTO THE REVENUE AUTHORITY'S REMITTANCE RETURN
000360*    (WHTREMF); ON THE MONTH-END RUN THAT CLOSES THE TAX YEAR AN
000370*    ANNUAL INTEREST AND TAX CERTIFICATE IS WRITTEN PER CUSTOMER
000380*    (TAXCERTF), NAMED FROM THE ESB082K CUSTOMER MASTER.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*    15-OCT-2026  TC   INITIAL VERSION.
000420******************************************************************
000430 PROGRAM-ID. ESB098I.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-ZSERIES.
000470 OBJECT-COMPUTER. IBM-ZSERIES.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CRINTPRM ASSIGN TO CRINTPRM
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS I8-CRINTPRM-STATUS.
000530     SELECT CRRATEF  ASSIGN TO CRRATEF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS I8-CRRATEF-STATUS.
000560     SELECT WHTRATF  ASSIGN TO WHTRATF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS I8-WHTRATF-STATUS.
000590     SELECT WHTEXMF  ASSIGN TO WHTEXMF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS I8-WHTEXMF-STATUS.
000620     SELECT CUSTMSTF ASSIGN TO CUSTMSTF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS I8-CUSTMSTF-STATUS.
000650     SELECT CRACCRF  ASSIGN TO CRACCRF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS I8-CRACCRF-STATUS.
000680     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS I8-CUSTSNPF-STATUS.
000710     SELECT CRACCRN  ASSIGN TO CRACCRN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS I8-CRACCRN-STATUS.
000740     SELECT CRCAPF   ASSIGN TO CRCAPF
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS I8-CRCAPF-STATUS.
000770     SELECT WHTREMF  ASSIGN TO WHTREMF
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS I8-WHTREMF-STATUS.
000800     SELECT TAXCERTF ASSIGN TO TAXCERTF
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS I8-TAXCERTF-STATUS.
000830     SELECT CRINTRPT ASSIGN TO CRINTRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS I8-CRINTRPT-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CRINTPRM
000890     RECORDING MODE IS F.
000900     COPY "Credit_Interest_Param.cpy".
000910 FD  CRRATEF
000920     RECORDING MODE IS F.
000930     COPY "Credit_Interest_Rate.cpy".
000940 FD  WHTRATF
000950     RECORDING MODE IS F.
000960     COPY "Wht_Rate_Table.cpy".
000970 FD  WHTEXMF
000980     RECORDING MODE IS F.
000990     COPY "Wht_Exemption.cpy".
001000 FD  CUSTMSTF
001010     RECORDING MODE IS F.
001020     COPY "Customer_Master.cpy".
001030 FD  CRACCRF
001040     RECORDING MODE IS F.
001050     COPY "Credit_Accrual.cpy".
001060 FD  CUSTSNPF
001070     RECORDING MODE IS F.
001080     COPY "Customer_Snapshot.cpy".
001090 FD  CRACCRN
001100     RECORDING MODE IS F.
001110 01  CRACCRN-RECORD               PIC X(143).
001120 FD  CRCAPF
001130     RECORDING MODE IS F.
001140 01  CRCAPF-RECORD                PIC X(1816).
001150 FD  WHTREMF
001160     RECORDING MODE IS F.
001170 01  WHTREMF-RECORD               PIC X(130).
001180 FD  TAXCERTF
001190     RECORDING MODE IS F.
001200 01  TAXCERTF-RECORD              PIC X(206).
001210 FD  CRINTRPT
001220     RECORDING MODE IS F.
001230 01  CRINTRPT-RECORD              PIC X(132).
001240 WORKING-STORAGE SECTION.
001250 01  I8-CRINTPRM-STATUS           PIC X(002) VALUE '00'.
001260     88 I8-CRINTPRM-OK                       VALUE '00'.
001270 01  I8-CRRATEF-STATUS            PIC X(002) VALUE '00'.
001280     88 I8-CRRATEF-OK                        VALUE '00'.
001290 01  I8-WHTRATF-STATUS            PIC X(002) VALUE '00'.
001300     88 I8-WHTRATF-OK                        VALUE '00'.
001310 01  I8-WHTEXMF-STATUS            PIC X(002) VALUE '00'.
001320     88 I8-WHTEXMF-OK                        VALUE '00'.
001330 01  I8-CUSTMSTF-STATUS           PIC X(002) VALUE '00'.
001340     88 I8-CUSTMSTF-OK                       VALUE '00'.
001350 01  I8-CRACCRF-STATUS            PIC X(002) VALUE '00'.
001360     88 I8-CRACCRF-OK                        VALUE '00'.
001370 01  I8-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001380     88 I8-CUSTSNPF-OK                       VALUE '00'.
001390 01  I8-CRACCRN-STATUS            PIC X(002) VALUE '00'.
001400 01  I8-CRCAPF-STATUS             PIC X(002) VALUE '00'.
001410 01  I8-WHTREMF-STATUS            PIC X(002) VALUE '00'.
001420 01  I8-TAXCERTF-STATUS           PIC X(002) VALUE '00'.
001430 01  I8-CRINTRPT-STATUS           PIC X(002) VALUE '00'.
001440 01  I8-SWITCHES.
001450     05 I8-CRINTPRM-EOF-SW        PIC X(001) VALUE 'N'.
001460        88 I8-CRINTPRM-EOF                   VALUE 'Y'.
001470     05 I8-CRRATEF-EOF-SW         PIC X(001) VALUE 'N'.
001480        88 I8-CRRATEF-EOF                    VALUE 'Y'.
001490     05 I8-WHTRATF-EOF-SW         PIC X(001) VALUE 'N'.
001500        88 I8-WHTRATF-EOF                    VALUE 'Y'.
001510     05 I8-WHTEXMF-EOF-SW         PIC X(001) VALUE 'N'.
001520        88 I8-WHTEXMF-EOF                    VALUE 'Y'.
001530     05 I8-CUSTMSTF-EOF-SW        PIC X(001) VALUE 'N'.
001540        88 I8-CUSTMSTF-EOF                   VALUE 'Y'.
001550     05 I8-CRACCRF-EOF-SW         PIC X(001) VALUE 'N'.
001560        88 I8-CRACCRF-EOF                    VALUE 'Y'.
001570     05 I8-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001580        88 I8-CUSTSNPF-EOF                   VALUE 'Y'.
001590     05 I8-PARAM-LOADED-SW        PIC X(001) VALUE 'N'.
001600        88 I8-PARAM-LOADED                   VALUE 'Y'.
001610     05 I8-GL-READY-SW            PIC X(001) VALUE 'Y'.
001620        88 I8-GL-READY                       VALUE 'Y'.
001630     05 I8-MONTH-END-SW           PIC X(001) VALUE 'N'.
001640        88 I8-MONTH-END                      VALUE 'Y'.
001650     05 I8-YEAR-END-SW            PIC X(001) VALUE 'N'.
001660        88 I8-YEAR-END                       VALUE 'Y'.
001670     05 I8-LEDGER-FOUND-SW        PIC X(001) VALUE 'N'.
001680        88 I8-LEDGER-FOUND                   VALUE 'Y'.
001690     05 I8-RATE-FOUND-SW          PIC X(001) VALUE 'N'.
001700        88 I8-RATE-FOUND                     VALUE 'Y'.
001710     05 I8-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001720        88 I8-ENTRY-FOUND                    VALUE 'Y'.
001730 01  I8-DATE-TIME.
001740     05 I8-RUN-DATE               PIC 9(008) VALUE ZERO.
001750     05 I8-RUN-TIME               PIC 9(006) VALUE ZERO.
001760 01  I8-RUN-DATE-REDEF REDEFINES I8-DATE-TIME.
001770     05 I8-RUN-YEAR               PIC 9(004).
001780     05 I8-RUN-MONTH              PIC 9(002).
001790     05 I8-RUN-DAY                PIC 9(002).
001800     05 FILLER                    PIC X(006).
001810 01  I8-NEXT-JULIAN               PIC 9(007) COMP.
001820 01  I8-NEXT-BUS-DATE             PIC 9(008) VALUE ZERO.
001830 01  I8-NEXT-BUS-REDEF REDEFINES I8-NEXT-BUS-DATE.
001840     05 I8-NEXT-BUS-YEAR          PIC 9(004).
001850     05 I8-NEXT-BUS-MONTH         PIC 9(002).
001860     05 I8-NEXT-BUS-DAY           PIC 9(002).
001870 01  I8-REF-DATE                  PIC 9(008) VALUE ZERO.
001880 01  I8-REF-REDEF REDEFINES I8-REF-DATE.
001890     05 I8-REF-YEAR               PIC 9(004).
001900     05 I8-REF-MONTH              PIC 9(002).
001910     05 I8-REF-DAY                PIC 9(002).
001920 01  I8-PERIOD-START              PIC 9(008) VALUE ZERO.
001930 01  I8-PERIOD-REDEF REDEFINES I8-PERIOD-START.
001940     05 I8-PERIOD-YEAR            PIC 9(004).
001950     05 I8-PERIOD-MONTH           PIC 9(002).
001960     05 I8-PERIOD-DAY             PIC 9(002).
001970 01  I8-CAP-STEP                  PIC 9(002) VALUE ZERO.
001980 01  I8-CAP-QUOTIENT              PIC 9(002) VALUE ZERO.
001990 01  I8-CAP-MONTH                 PIC 9(002) VALUE ZERO.
002000 01  I8-COUNTERS.
002010     05 I8-SNAP-COUNT             PIC 9(007) VALUE ZERO.
002020     05 I8-ACCRUE-COUNT           PIC 9(007) VALUE ZERO.
002030     05 I8-CAP-COUNT              PIC 9(007) VALUE ZERO.
002040     05 I8-BELOW-MIN-COUNT        PIC 9(007) VALUE ZERO.
002050     05 I8-NO-RATE-COUNT          PIC 9(007) VALUE ZERO.
002060     05 I8-CARRY-COUNT            PIC 9(007) VALUE ZERO.
002070     05 I8-LEG-COUNT              PIC 9(007) VALUE ZERO.
002080     05 I8-REMIT-LINE-COUNT       PIC 9(007) VALUE ZERO.
002090     05 I8-CERT-WRITTEN-COUNT     PIC 9(007) VALUE ZERO.
002100     05 I8-NAME-MISSING-COUNT     PIC 9(007) VALUE ZERO.
002110     05 I8-GEN-SEQ                PIC 9(006) VALUE ZERO.
002120 01  I8-GROSS-TOTAL               PIC 9(015)V99 VALUE ZERO.
002130 01  I8-TAX-TOTAL                 PIC 9(015)V99 VALUE ZERO.
002140*    CAPITALIZATIONS CARRY THEIR OWN PCREF BATCH, TAGGED 'N'
002150*    BETWEEN THE DATE AND THE SEQUENCE SO THEY CAN NEVER COLLIDE
002160*    WITH ANOTHER GENERATOR'S RANGE.
002170 01  I8-NEW-PCREF.
002180     05 I8-NEW-PCREF-DATE         PIC 9(008).
002190     05 I8-NEW-PCREF-TAG          PIC X(001) VALUE 'N'.
002200     05 I8-NEW-PCREF-SEQ          PIC 9(006).
002210 01  I8-LEG-SEQ                   PIC 9(004) VALUE ZERO.
002220 01  I8-RATE                      PIC 9(003)V9(006) VALUE ZERO.
002230 01  I8-WHT-RATE                  PIC 9(003)V9(004) VALUE ZERO.
002240 01  I8-TIER-SUB                  PIC 9(001) COMP VALUE ZERO.
002250 01  I8-TIER-LIMIT                PIC 9(001) COMP VALUE ZERO.
002260 01  I8-DAILY-INTEREST            PIC 9(012)V9(004) VALUE ZERO.
002270 01  I8-GROSS                     PIC 9(015)V99 VALUE ZERO.
002280 01  I8-TAX                       PIC 9(015)V99 VALUE ZERO.
002290 01  I8-ACTION                    PIC X(012) VALUE SPACES.
002300 01  I8-REMIT-CATEGORY            PIC X(003) VALUE SPACES.
002310 01  I8-EXEMPT-CATEGORY           PIC X(003) VALUE 'EXM'.
002320*    ONE POSTING LEG, FILLED BEFORE 2650-BUILD-LEG IS PERFORMED.
002330 01  I8-LEG.
002340     05 I8-LEG-DR-BRANCH          PIC X(004).
002350     05 I8-LEG-DR-ACCOUNT         PIC X(006).
002360     05 I8-LEG-DR-SUBACCT         PIC X(003).
002370     05 I8-LEG-CR-BRANCH          PIC X(004).
002380     05 I8-LEG-CR-ACCOUNT         PIC X(006).
002390     05 I8-LEG-CR-SUBACCT         PIC X(003).
002400     05 I8-LEG-AMOUNT             PIC 9(015)V99.
002410 01  I8-AMOUNT-WORK.
002420     05 I8-AMOUNT-TEXT            PIC X(017).
002430     05 I8-AMOUNT-NUMERIC REDEFINES I8-AMOUNT-TEXT
002440                                  PIC 9(015)V99.
002450 01  I8-NARRATIVE-WORK.
002460     05 I8-NAR-TEXT               PIC X(024).
002470     05 I8-NAR-YEAR               PIC 9(004).
002480     05 I8-NAR-MONTH              PIC 9(002).
002490     05 FILLER                    PIC X(005) VALUE SPACES.
002500 01  I8-RATE-COUNT                PIC 9(004) COMP VALUE ZERO.
002510 01  I8-RATE-TABLE.
002520     05 I8-RTE-ENTRY OCCURS 200 TIMES
002530        INDEXED BY I8-RTE-IDX, I8-RTE-LOOKUP-IDX.
002540        10 I8-RTE-HZAPP           PIC X(002).
002550        10 I8-RTE-HZACT           PIC X(002).
002560        10 I8-RTE-CCY             PIC X(003).
002570        10 I8-RTE-IMAGE           PIC X(139).
002580 01  I8-CATEGORY-COUNT            PIC 9(004) COMP VALUE ZERO.
002590 01  I8-CATEGORY-TABLE.
002600     05 I8-CAT-ENTRY OCCURS 50 TIMES
002610        INDEXED BY I8-CAT-IDX, I8-CAT-LOOKUP-IDX.
002620        10 I8-CAT-CODE            PIC X(003).
002630        10 I8-CAT-RATE            PIC 9(003)V9(004).
002640        10 I8-CAT-REVENUE-CODE    PIC X(006).
002650        10 I8-CAT-DESCRIPTION     PIC X(030).
002660 01  I8-ASSIGN-COUNT              PIC 9(004) COMP VALUE ZERO.
002670 01  I8-ASSIGN-TABLE.
002680     05 I8-ASG-ENTRY OCCURS 3000 TIMES
002690        INDEXED BY I8-ASG-IDX, I8-ASG-LOOKUP-IDX.
002700        10 I8-ASG-HZCUS           PIC X(006).
002710        10 I8-ASG-CATEGORY        PIC X(003).
002720 01  I8-EXEMPT-COUNT              PIC 9(004) COMP VALUE ZERO.
002730 01  I8-EXEMPT-TABLE.
002740     05 I8-EXM-ENTRY OCCURS 2000 TIMES
002750        INDEXED BY I8-EXM-IDX, I8-EXM-LOOKUP-IDX.
002760        10 I8-EXM-HZCUS           PIC X(006).
002770        10 I8-EXM-FROM            PIC 9(008).
002780        10 I8-EXM-TO              PIC 9(008).
002790 01  I8-LEDGER-COUNT              PIC 9(004) COMP VALUE ZERO.
002800 01  I8-LEDGER-TABLE.
002810     05 I8-LDG-ENTRY OCCURS 3000 TIMES
002820        INDEXED BY I8-LDG-IDX, I8-LDG-LOOKUP-IDX.
002830        10 I8-LDG-HZAB            PIC X(004).
002840        10 I8-LDG-HZAN            PIC X(006).
002850        10 I8-LDG-HZAS            PIC X(003).
002860        10 I8-LDG-IMAGE           PIC X(143).
002870        10 I8-LDG-MATCHED-SW      PIC X(001).
002880 01  I8-REMIT-COUNT               PIC 9(004) COMP VALUE ZERO.
002890 01  I8-REMIT-TABLE.
002900     05 I8-RMT-ENTRY OCCURS 100 TIMES
002910        INDEXED BY I8-RMT-IDX, I8-RMT-LOOKUP-IDX.
002920        10 I8-RMT-CATEGORY        PIC X(003).
002930        10 I8-RMT-CCY             PIC X(003).
002940        10 I8-RMT-ACCOUNTS        PIC 9(007).
002950        10 I8-RMT-GROSS           PIC 9(015)V99.
002960        10 I8-RMT-TAX             PIC 9(015)V99.
002970 01  I8-CERT-COUNT                PIC 9(004) COMP VALUE ZERO.
002980 01  I8-CERT-TABLE.
002990     05 I8-CRT-ENTRY OCCURS 3000 TIMES
003000        INDEXED BY I8-CRT-IDX, I8-CRT-LOOKUP-IDX.
003010        10 I8-CRT-HZCUS           PIC X(006).
003020        10 I8-CRT-CCY             PIC X(003).
003030        10 I8-CRT-CATEGORY        PIC X(003).
003040        10 I8-CRT-EXEMPT-SW       PIC X(001).
003050        10 I8-CRT-ACCOUNTS        PIC 9(003).
003060        10 I8-CRT-GROSS           PIC 9(013)V99.
003070        10 I8-CRT-TAX             PIC 9(013)V99.
003080 01  I8-MASTER-COUNT              PIC 9(004) COMP VALUE ZERO.
003090 01  I8-MASTER-TABLE.
003100     05 I8-MST-ENTRY OCCURS 3000 TIMES
003110        INDEXED BY I8-MST-IDX, I8-MST-LOOKUP-IDX.
003120        10 I8-MST-HZCUS           PIC X(006).
003130        10 I8-MST-HZCLC           PIC X(003).
003140        10 I8-MST-HZCUN           PIC X(035).
003150        10 I8-MST-HZCUNA          PIC X(035).
003160 01  I8-REMIT-TOTALS.
003170     05 I8-REMIT-TOTAL-ACCOUNTS   PIC 9(007) VALUE ZERO.
003180     05 I8-REMIT-TOTAL-GROSS      PIC 9(015)V99 VALUE ZERO.
003190     05 I8-REMIT-TOTAL-TAX        PIC 9(015)V99 VALUE ZERO.
003200 01  I8-CHECKSUM-WORK.
003210     05 I8-CHECKSUM-SOURCE        PIC X(040).
003220     05 I8-CHECKSUM-LENGTH        PIC 9(002) COMP.
003230     05 I8-CHECKSUM-RESULT        PIC 9(003).
003240 01  I8-CHK-ACCUM                 PIC 9(007) COMP.
003250 01  I8-CHK-WEIGHT                PIC 9(001) COMP.
003260 01  I8-CHK-BYTE-IDX              PIC 9(002) COMP.
003270 01  I8-CHK-BYTE-WORK             PIC X(001).
003280 01  I8-CHK-DIGIT-WORK REDEFINES I8-CHK-BYTE-WORK
003290                                  PIC 9(001).
003300 01  I8-CHK-QUOTIENT              PIC 9(004) COMP.
003310 01  I8-CHK-FIELD.
003320     05 I8-CHK-SIGN               PIC X(001).
003330     05 I8-CHK-VALUE              PIC 9(003).
003340 01  I8-HEADING-LINE.
003350     05 FILLER                    PIC X(037)
003360            VALUE 'CREDIT INTEREST ACCRUAL              '.
003370     05 FILLER                    PIC X(005) VALUE 'RUN: '.
003380     05 I8-HDG-DATE               PIC 9(008).
003390     05 FILLER                    PIC X(012) VALUE SPACES.
003400     05 I8-HDG-MONTH-END          PIC X(014).
003410     05 FILLER                    PIC X(002) VALUE SPACES.
003420     05 I8-HDG-YEAR-END           PIC X(014).
003430     05 FILLER                    PIC X(040) VALUE SPACES.
003440 01  I8-COLUMN-LINE.
003450     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
003460     05 FILLER                    PIC X(019)
003470            VALUE '   CLEARED BALANCE '.
003480     05 FILLER                    PIC X(012) VALUE '      RATE  '.
003490     05 FILLER                    PIC X(016)
003500            VALUE '         TODAY  '.
003510     05 FILLER                    PIC X(016)
003520            VALUE '       ACCRUED  '.
003530     05 FILLER                    PIC X(016)
003540            VALUE '         GROSS  '.
003550     05 FILLER                    PIC X(016)
003560            VALUE '           TAX  '.
003570     05 FILLER                    PIC X(020) VALUE 'ACTION'.
003580 01  I8-DETAIL-LINE.
003590     05 I8-DTL-BRANCH             PIC X(004).
003600     05 FILLER                    PIC X(001) VALUE SPACES.
003610     05 I8-DTL-ACCOUNT            PIC X(006).
003620     05 FILLER                    PIC X(001) VALUE SPACES.
003630     05 I8-DTL-SUBACCT            PIC X(003).
003640     05 FILLER                    PIC X(002) VALUE SPACES.
003650     05 I8-DTL-BALANCE            PIC Z(013)9.99.
003660     05 FILLER                    PIC X(002) VALUE SPACES.
003670     05 I8-DTL-RATE               PIC ZZ9.999999.
003680     05 FILLER                    PIC X(002) VALUE SPACES.
003690     05 I8-DTL-TODAY              PIC Z(008)9.9999.
003700     05 FILLER                    PIC X(002) VALUE SPACES.
003710     05 I8-DTL-ACCRUED            PIC Z(008)9.9999.
003720     05 FILLER                    PIC X(002) VALUE SPACES.
003730     05 I8-DTL-GROSS              PIC Z(010)9.99.
003740     05 FILLER                    PIC X(002) VALUE SPACES.
003750     05 I8-DTL-TAX                PIC Z(010)9.99.
003760     05 FILLER                    PIC X(002) VALUE SPACES.
003770     05 I8-DTL-ACTION             PIC X(012).
003780     05 FILLER                    PIC X(008) VALUE SPACES.
003790 01  I8-SUMMARY-LINE.
003800     05 FILLER                    PIC X(010) VALUE 'SNAPSHOTS '.
003810     05 I8-SUM-SNAP               PIC ZZZZZZ9.
003820     05 FILLER                    PIC X(010) VALUE '  ACCRUED '.
003830     05 I8-SUM-ACCRUE             PIC ZZZZZZ9.
003840     05 FILLER                    PIC X(014)
003850            VALUE '  CAPITALIZED '.
003860     05 I8-SUM-CAP                PIC ZZZZZZ9.
003870     05 FILLER                    PIC X(010) VALUE '  CARRIED '.
003880     05 I8-SUM-CARRY              PIC ZZZZZZ9.
003890     05 FILLER                    PIC X(008) VALUE '  GROSS '.
003900     05 I8-SUM-GROSS              PIC Z(012)9.99.
003910     05 FILLER                    PIC X(006) VALUE '  TAX '.
003920     05 I8-SUM-TAX                PIC Z(012)9.99.
003930     05 FILLER                    PIC X(014) VALUE SPACES.
003940 01  I8-REMIT-TITLE-LINE.
003950     05 FILLER                    PIC X(044)
003960            VALUE 'WITHHOLDING TAX REMITTANCE SCHEDULE  PERIOD '.
003970     05 I8-RTL-PERIOD             PIC 9(006).
003980     05 FILLER                    PIC X(006) VALUE '  TIN '.
003990     05 I8-RTL-TIN                PIC X(015).
004000     05 FILLER                    PIC X(061) VALUE SPACES.
004010 01  I8-REMIT-COLUMN-LINE.
004020     05 FILLER                    PIC X(005) VALUE 'CAT'.
004030     05 FILLER                    PIC X(008) VALUE 'REVENUE'.
004040     05 FILLER                    PIC X(010) VALUE '    RATE'.
004050     05 FILLER                    PIC X(005) VALUE 'CCY'.
004060     05 FILLER                    PIC X(009) VALUE 'ACCOUNTS'.
004070     05 FILLER                    PIC X(020)
004080            VALUE '      GROSS INTEREST'.
004090     05 FILLER                    PIC X(020)
004100            VALUE '        TAX WITHHELD'.
004110     05 FILLER                    PIC X(055) VALUE SPACES.
004120 01  I8-REMIT-LINE.
004130     05 I8-RML-CATEGORY           PIC X(003).
004140     05 FILLER                    PIC X(002) VALUE SPACES.
004150     05 I8-RML-REVENUE-CODE       PIC X(006).
004160     05 FILLER                    PIC X(002) VALUE SPACES.
004170     05 I8-RML-RATE               PIC ZZ9.9999.
004180     05 FILLER                    PIC X(002) VALUE SPACES.
004190     05 I8-RML-CCY                PIC X(003).
004200     05 FILLER                    PIC X(002) VALUE SPACES.
004210     05 I8-RML-ACCOUNTS           PIC ZZZZZZ9.
004220     05 FILLER                    PIC X(002) VALUE SPACES.
004230     05 I8-RML-GROSS              PIC Z(014)9.99.
004240     05 FILLER                    PIC X(002) VALUE SPACES.
004250     05 I8-RML-TAX                PIC Z(014)9.99.
004260     05 FILLER                    PIC X(057) VALUE SPACES.
004270 01  I8-CERT-TITLE-LINE.
004280     05 FILLER                    PIC X(044)
004290            VALUE 'ANNUAL INTEREST AND TAX CERTIFICATES  YEAR  '.
004300     05 I8-CTL-YEAR               PIC 9(004).
004310     05 FILLER                    PIC X(084) VALUE SPACES.
004320 01  I8-CERT-COLUMN-LINE.
004330     05 FILLER                    PIC X(008) VALUE 'CUSTOMER'.
004340     05 FILLER                    PIC X(037) VALUE 'NAME'.
004350     05 FILLER                    PIC X(005) VALUE 'CCY'.
004360     05 FILLER                    PIC X(005) VALUE 'CAT'.
004370     05 FILLER                    PIC X(003) VALUE 'EX'.
004380     05 FILLER                    PIC X(018)
004390            VALUE '  GROSS INTEREST'.
004400     05 FILLER                    PIC X(018)
004410            VALUE '    TAX WITHHELD'.
004420     05 FILLER                    PIC X(018)
004430            VALUE '    NET INTEREST'.
004440     05 FILLER                    PIC X(020) VALUE SPACES.
004450 01  I8-CERT-LINE.
004460     05 I8-CRL-HZCUS              PIC X(006).
004470     05 FILLER                    PIC X(002) VALUE SPACES.
004480     05 I8-CRL-NAME               PIC X(035).
004490     05 FILLER                    PIC X(002) VALUE SPACES.
004500     05 I8-CRL-CCY                PIC X(003).
004510     05 FILLER                    PIC X(002) VALUE SPACES.
004520     05 I8-CRL-CATEGORY           PIC X(003).
004530     05 FILLER                    PIC X(002) VALUE SPACES.
004540     05 I8-CRL-EXEMPT             PIC X(001).
004550     05 FILLER                    PIC X(002) VALUE SPACES.
004560     05 I8-CRL-GROSS              PIC Z(012)9.99.
004570     05 FILLER                    PIC X(002) VALUE SPACES.
004580     05 I8-CRL-TAX                PIC Z(012)9.99.
004590     05 FILLER                    PIC X(002) VALUE SPACES.
004600     05 I8-CRL-NET                PIC Z(012)9.99.
004610     05 FILLER                    PIC X(022) VALUE SPACES.
004620 COPY "Business_Date_Service.cpy".
004630 COPY "Date_Service.cpy".
004640 COPY "Transaction_Req.cpy".
004650 COPY "Run_Statistics.cpy".
004660 COPY "Credit_Accrual.cpy"
004670     REPLACING CREDIT-ACCRUAL-RECORD BY I8-ACCRUAL-WORK.
004680 COPY "Credit_Interest_Rate.cpy"
004690     REPLACING CREDIT-INTEREST-RATE-RECORD BY I8-RATE-WORK.
004700 COPY "Credit_Interest_Param.cpy"
004710     REPLACING CREDIT-INTEREST-PARAM-RECORD BY I8-PARAM-WORK.
004720 COPY "Wht_Remittance.cpy".
004730 COPY "Tax_Certificate.cpy".
004740 PROCEDURE DIVISION.
004750*-----------------------------------------------------------------
004760 0000-MAINLINE.
004770*-----------------------------------------------------------------
004780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004790     PERFORM 2000-ACCRUE-ONE-ACCOUNT THRU 2000-EXIT
004800         UNTIL I8-CUSTSNPF-EOF.
004810     PERFORM 3000-CARRY-UNMATCHED THRU 3000-EXIT.
004820     IF I8-MONTH-END
004830         PERFORM 6000-WRITE-REMITTANCE THRU 6000-EXIT
004840     END-IF.
004850     IF I8-YEAR-END
004860         PERFORM 6500-WRITE-CERTIFICATES THRU 6500-EXIT
004870     END-IF.
004880     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
004890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004900     STOP RUN.
004910*-----------------------------------------------------------------
004920 1000-INITIALIZE.
004930*-----------------------------------------------------------------
004940     ACCEPT I8-RUN-DATE FROM DATE YYYYMMDD.
004950     MOVE SPACES TO BUSINESS-DATE-AREA.
004960     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
004970     EVALUATE TRUE
004980         WHEN BDS-OK
004990             MOVE BDS-BUSINESS-DATE TO I8-RUN-DATE
005000         WHEN BDS-NOT-STARTED
005010             DISPLAY 'ESB098I: BUSINESS DATE NOT STARTED -'
005020                 ' RUN REFUSED'
005030             MOVE 8 TO RETURN-CODE
005040             STOP RUN
005050         WHEN OTHER
005060             CONTINUE
005070     END-EVALUATE.
005080     ACCEPT I8-RUN-TIME FROM TIME.
005090     ACCEPT RST-START-TIME FROM TIME.
005100     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
005110                  RST-REJECT-COUNT.
005120     MOVE I8-RUN-DATE TO I8-NEW-PCREF-DATE.
005130     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
005140     OPEN INPUT CRRATEF.
005150     IF I8-CRRATEF-OK
005160         PERFORM 9200-READ-CRRATEF THRU 9200-EXIT
005170     ELSE
005180         SET I8-CRRATEF-EOF TO TRUE
005190     END-IF.
005200     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
005210         UNTIL I8-CRRATEF-EOF.
005220     CLOSE CRRATEF.
005230     OPEN INPUT WHTRATF.
005240     IF I8-WHTRATF-OK
005250         PERFORM 9300-READ-WHTRATF THRU 9300-EXIT
005260     ELSE
005270         SET I8-WHTRATF-EOF TO TRUE
005280     END-IF.
005290     PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT
005300         UNTIL I8-WHTRATF-EOF.
005310     CLOSE WHTRATF.
005320     OPEN INPUT WHTEXMF.
005330     IF I8-WHTEXMF-OK
005340         PERFORM 9400-READ-WHTEXMF THRU 9400-EXIT
005350     ELSE
005360         SET I8-WHTEXMF-EOF TO TRUE
005370     END-IF.
005380     PERFORM 1400-LOAD-EXEMPTIONS THRU 1400-EXIT
005390         UNTIL I8-WHTEXMF-EOF.
005400     CLOSE WHTEXMF.
005410     OPEN INPUT CRACCRF.
005420     IF I8-CRACCRF-OK
005430         PERFORM 9500-READ-CRACCRF THRU 9500-EXIT
005440     ELSE
005450         SET I8-CRACCRF-EOF TO TRUE
005460     END-IF.
005470     PERFORM 1500-LOAD-LEDGER-TABLE THRU 1500-EXIT
005480         UNTIL I8-CRACCRF-EOF.
005490     CLOSE CRACCRF.
005500     PERFORM 1600-SET-PERIOD-FLAGS THRU 1600-EXIT.
005501*    AT YEAR END THE CUSTOMER MASTER THAT NAMES THE CERTIFICATES
005502*    IS LOADED NOW, SO A FULL TABLE STOPS THE RUN BEFORE ANY
005503*    OUTPUT IS OPENED.
005504     IF I8-YEAR-END
005505         OPEN INPUT CUSTMSTF
005506         IF I8-CUSTMSTF-OK
005507             PERFORM 9700-READ-CUSTMSTF THRU 9700-EXIT
005508         ELSE
005509             SET I8-CUSTMSTF-EOF TO TRUE
005510         END-IF
005511         PERFORM 6510-LOAD-MASTER THRU 6510-EXIT
005512             UNTIL I8-CUSTMSTF-EOF
005513         CLOSE CUSTMSTF
005514     END-IF.
005515     OPEN INPUT  CUSTSNPF.
005520     OPEN OUTPUT CRACCRN.
005530     OPEN OUTPUT CRCAPF.
005540     OPEN OUTPUT CRINTRPT.
005550     IF I8-MONTH-END
005560         OPEN OUTPUT WHTREMF
005570     END-IF.
005580     IF I8-YEAR-END
005590         OPEN OUTPUT TAXCERTF
005600     END-IF.
005610     MOVE I8-RUN-DATE TO I8-HDG-DATE.
005620     MOVE SPACES TO I8-HDG-MONTH-END I8-HDG-YEAR-END.
005630     IF I8-MONTH-END
005640         MOVE 'MONTH-END RUN ' TO I8-HDG-MONTH-END
005650     END-IF.
005660     IF I8-YEAR-END
005670         MOVE 'TAX YEAR END  ' TO I8-HDG-YEAR-END
005680     END-IF.
005690     MOVE I8-HEADING-LINE TO CRINTRPT-RECORD.
005700     WRITE CRINTRPT-RECORD.
005710     MOVE I8-COLUMN-LINE TO CRINTRPT-RECORD.
005720     WRITE CRINTRPT-RECORD.
005730     IF I8-CUSTSNPF-OK
005740         PERFORM 9600-READ-CUSTSNPF THRU 9600-EXIT
005750     ELSE
005760         SET I8-CUSTSNPF-EOF TO TRUE
005770     END-IF.
005780 1000-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------------
005810 1100-LOAD-PARAMETERS.
005820*-----------------------------------------------------------------
005830     OPEN INPUT CRINTPRM.
005840     IF I8-CRINTPRM-OK
005850         PERFORM 9100-READ-CRINTPRM THRU 9100-EXIT
005860         IF NOT I8-CRINTPRM-EOF
005870             MOVE CREDIT-INTEREST-PARAM-RECORD TO I8-PARAM-WORK
005880             SET I8-PARAM-LOADED TO TRUE
005890         END-IF
005900     END-IF.
005910     CLOSE CRINTPRM.
005920     IF NOT I8-PARAM-LOADED
005930         DISPLAY 'ESB098I: NO CREDIT INTEREST PARAMETER RECORD'
005940         MOVE SPACES TO I8-PARAM-WORK
005950         MOVE ZERO TO CIP-DAY-BASIS OF I8-PARAM-WORK
005960                      CIP-MIN-CAP-AMOUNT OF I8-PARAM-WORK
005970                      CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK
005980     END-IF.
005990     IF CIP-DAY-BASIS OF I8-PARAM-WORK NOT NUMERIC
006000        OR CIP-DAY-BASIS OF I8-PARAM-WORK = ZERO
006010         MOVE 365 TO CIP-DAY-BASIS OF I8-PARAM-WORK
006020     END-IF.
006030     IF CIP-MIN-CAP-AMOUNT OF I8-PARAM-WORK NOT NUMERIC
006040         MOVE ZERO TO CIP-MIN-CAP-AMOUNT OF I8-PARAM-WORK
006050     END-IF.
006060     IF CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK NOT NUMERIC
006070        OR CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK = ZERO
006080        OR CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK > 12
006090         MOVE 12 TO CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK
006100     END-IF.
006110     IF CIP-DEFAULT-CATEGORY OF I8-PARAM-WORK = SPACES
006120         MOVE 'STD' TO CIP-DEFAULT-CATEGORY OF I8-PARAM-WORK
006130     END-IF.
006140*    WITHOUT ALL THREE LEDGER ACCOUNTS NOTHING IS CAPITALIZED;
006150*    INTEREST KEEPS ACCRUING AND IS CAPITALIZED ONCE THE
006160*    ACCOUNTS ARE MAINTAINED.
006170     IF CIP-EXPENSE-ACCOUNT OF I8-PARAM-WORK = SPACES
006180        OR CIP-PAYABLE-ACCOUNT OF I8-PARAM-WORK = SPACES
006190        OR CIP-WHT-ACCOUNT OF I8-PARAM-WORK = SPACES
006200         MOVE 'N' TO I8-GL-READY-SW
006210         DISPLAY 'ESB098I: INTEREST LEDGER ACCOUNTS NOT'
006220             ' MAINTAINED - NOTHING CAPITALIZED'
006230     END-IF.
006240 1100-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270 1200-LOAD-RATE-TABLE.
006280*-----------------------------------------------------------------
006290     IF I8-RATE-COUNT < 200
006300         ADD 1 TO I8-RATE-COUNT
006310         SET I8-RTE-IDX TO I8-RATE-COUNT
006320         MOVE CIR-HZAPP OF CREDIT-INTEREST-RATE-RECORD
006330             TO I8-RTE-HZAPP (I8-RTE-IDX)
006340         MOVE CIR-HZACT OF CREDIT-INTEREST-RATE-RECORD
006350             TO I8-RTE-HZACT (I8-RTE-IDX)
006360         MOVE CIR-CCY OF CREDIT-INTEREST-RATE-RECORD
006370             TO I8-RTE-CCY (I8-RTE-IDX)
006380         MOVE CREDIT-INTEREST-RATE-RECORD
006390             TO I8-RTE-IMAGE (I8-RTE-IDX)
006400     ELSE
006403*        ANY TABLE OVERFLOW STOPS THE RUN BEFORE THE NEW LEDGER
006406*        GENERATION IS OPENED; A PRODUCT, CATEGORY, ASSIGNMENT,
006409*        EXEMPTION OR LEDGER ENTRY LEFT OUT WOULD ACCRUE OR TAX
006412*        THE ACCOUNT WRONGLY.
006415         DISPLAY 'ESB098I: RATE TABLE FULL AT '
006420             CIR-HZAPP OF CREDIT-INTEREST-RATE-RECORD
006422             ' - RUN REFUSED'
006424         MOVE 8 TO RETURN-CODE
006426         STOP RUN
006430     END-IF.
006440     PERFORM 9200-READ-CRRATEF THRU 9200-EXIT.
006450 1200-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480 1300-LOAD-TAX-TABLE.
006490*-----------------------------------------------------------------
006500     EVALUATE TRUE
006510         WHEN WHT-CATEGORY-ROW
006520             IF I8-CATEGORY-COUNT < 50
006530                 ADD 1 TO I8-CATEGORY-COUNT
006540                 SET I8-CAT-IDX TO I8-CATEGORY-COUNT
006550                 MOVE WHT-CATEGORY TO I8-CAT-CODE (I8-CAT-IDX)
006560                 MOVE WHT-RATE TO I8-CAT-RATE (I8-CAT-IDX)
006570                 MOVE WHT-REVENUE-CODE
006580                     TO I8-CAT-REVENUE-CODE (I8-CAT-IDX)
006590                 MOVE WHT-DESCRIPTION
006600                     TO I8-CAT-DESCRIPTION (I8-CAT-IDX)
006610             ELSE
006616                 DISPLAY 'ESB098I: TAX CATEGORY TABLE FULL AT '
006622                     WHT-CATEGORY ' - RUN REFUSED'
006628                 MOVE 8 TO RETURN-CODE
006634                 STOP RUN
006640             END-IF
006650         WHEN WHT-ASSIGNMENT-ROW
006660             IF I8-ASSIGN-COUNT < 3000
006670                 ADD 1 TO I8-ASSIGN-COUNT
006680                 SET I8-ASG-IDX TO I8-ASSIGN-COUNT
006690                 MOVE WHT-HZCUS TO I8-ASG-HZCUS (I8-ASG-IDX)
006700                 MOVE WHT-CATEGORY TO I8-ASG-CATEGORY (I8-ASG-IDX)
006710             ELSE
006716                 DISPLAY 'ESB098I: TAX ASSIGNMENT TABLE FULL AT '
006722                     WHT-HZCUS ' - RUN REFUSED'
006728                 MOVE 8 TO RETURN-CODE
006734                 STOP RUN
006740             END-IF
006750         WHEN OTHER
006760             CONTINUE
006770     END-EVALUATE.
006780     PERFORM 9300-READ-WHTRATF THRU 9300-EXIT.
006790 1300-EXIT.
006800     EXIT.
006810*-----------------------------------------------------------------
006820 1400-LOAD-EXEMPTIONS.
006830*-----------------------------------------------------------------
006840*    ONLY AN EXEMPTION IN FORCE ON THE BUSINESS DATE IS KEPT.
006850     IF WEX-EFFECTIVE-FROM NOT NUMERIC
006860         MOVE ZERO TO WEX-EFFECTIVE-FROM
006870     END-IF.
006880     IF WEX-EFFECTIVE-TO NOT NUMERIC
006890         MOVE ZERO TO WEX-EFFECTIVE-TO
006900     END-IF.
006910     IF WEX-EFFECTIVE-FROM > I8-RUN-DATE
006920         GO TO 1400-READ-NEXT
006930     END-IF.
006940     IF WEX-EFFECTIVE-TO NOT = ZERO
006950        AND WEX-EFFECTIVE-TO < I8-RUN-DATE
006960         GO TO 1400-READ-NEXT
006970     END-IF.
006980     IF I8-EXEMPT-COUNT < 2000
006990         ADD 1 TO I8-EXEMPT-COUNT
007000         SET I8-EXM-IDX TO I8-EXEMPT-COUNT
007010         MOVE WEX-HZCUS TO I8-EXM-HZCUS (I8-EXM-IDX)
007020         MOVE WEX-EFFECTIVE-FROM TO I8-EXM-FROM (I8-EXM-IDX)
007030         MOVE WEX-EFFECTIVE-TO TO I8-EXM-TO (I8-EXM-IDX)
007040     ELSE
007046         DISPLAY 'ESB098I: EXEMPTION TABLE FULL AT '
007052             WEX-HZCUS ' - RUN REFUSED'
007058         MOVE 8 TO RETURN-CODE
007064         STOP RUN
007070     END-IF.
007080 1400-READ-NEXT.
007090     PERFORM 9400-READ-WHTEXMF THRU 9400-EXIT.
007100 1400-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------------
007130 1500-LOAD-LEDGER-TABLE.
007140*-----------------------------------------------------------------
007150     IF I8-LEDGER-COUNT < 3000
007160         ADD 1 TO I8-LEDGER-COUNT
007170         SET I8-LDG-IDX TO I8-LEDGER-COUNT
007180         MOVE CRA-HZAB OF CREDIT-ACCRUAL-RECORD
007190             TO I8-LDG-HZAB (I8-LDG-IDX)
007200         MOVE CRA-HZAN OF CREDIT-ACCRUAL-RECORD
007210             TO I8-LDG-HZAN (I8-LDG-IDX)
007220         MOVE CRA-HZAS OF CREDIT-ACCRUAL-RECORD
007230             TO I8-LDG-HZAS (I8-LDG-IDX)
007240         MOVE CREDIT-ACCRUAL-RECORD TO I8-LDG-IMAGE (I8-LDG-IDX)
007250         MOVE 'N' TO I8-LDG-MATCHED-SW (I8-LDG-IDX)
007260     ELSE
007270         DISPLAY 'ESB098I: ACCRUAL LEDGER FULL AT '
007280             CRA-HZAB OF CREDIT-ACCRUAL-RECORD
007290             CRA-HZAN OF CREDIT-ACCRUAL-RECORD
007300             CRA-HZAS OF CREDIT-ACCRUAL-RECORD
007305             ' - RUN REFUSED'
007310         MOVE 8 TO RETURN-CODE
007315         STOP RUN
007320     END-IF.
007330     PERFORM 9500-READ-CRACCRF THRU 9500-EXIT.
007340 1500-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------------
007370 1600-SET-PERIOD-FLAGS.
007380*-----------------------------------------------------------------
007390*    THE NEXT BUSINESS DAY DECIDES BOTH MONTH END AND WHICH
007400*    CAPITALIZATION DATES FALL DUE TONIGHT: A DATE FALLING BEFORE
007410*    THE NEXT RUN IS TAKEN TONIGHT, SO A PERIOD ENDING ON A
007420*    WEEKEND OR HOLIDAY CAPITALIZES ON THE LAST NIGHT THE CHAIN
007430*    ACTUALLY RUNS.  WITH NO CALENDAR THE NEXT CALENDAR DAY
007440*    STANDS IN.
007450     COMPUTE I8-NEXT-JULIAN =
007460         FUNCTION INTEGER-OF-DATE(I8-RUN-DATE) + 1.
007470     COMPUTE I8-NEXT-BUS-DATE =
007480         FUNCTION DATE-OF-INTEGER(I8-NEXT-JULIAN).
007490     MOVE SPACES TO DATE-SERVICE-AREA.
007500     SET DSV-ROLL-FORWARD TO TRUE.
007510     MOVE I8-NEXT-BUS-DATE TO DSV-DATE-1.
007520     CALL 'ESB060C' USING DATE-SERVICE-AREA.
007530     IF DSV-RESULT-DATE IS NUMERIC
007540        AND DSV-RESULT-DATE > ZERO
007550         MOVE DSV-RESULT-DATE TO I8-NEXT-BUS-DATE
007560     END-IF.
007570     IF I8-NEXT-BUS-MONTH NOT = I8-RUN-MONTH
007580         SET I8-MONTH-END TO TRUE
007590         IF I8-RUN-MONTH = CIP-TAX-YEAR-END-MONTH OF I8-PARAM-WORK
007600             SET I8-YEAR-END TO TRUE
007610         END-IF
007620     END-IF.
007630 1600-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------------
007660 2000-ACCRUE-ONE-ACCOUNT.
007670*-----------------------------------------------------------------
007680     ADD 1 TO I8-SNAP-COUNT.
007690     ADD 1 TO RST-RECORDS-IN.
007700     PERFORM 2100-LOOKUP-LEDGER THRU 2100-EXIT.
007710     IF I8-LEDGER-FOUND
007720         MOVE I8-LDG-IMAGE (I8-LDG-LOOKUP-IDX) TO I8-ACCRUAL-WORK
007730         MOVE 'Y' TO I8-LDG-MATCHED-SW (I8-LDG-LOOKUP-IDX)
007740     ELSE
007750         MOVE SPACES TO I8-ACCRUAL-WORK
007760         MOVE CSS-HZAB TO CRA-HZAB OF I8-ACCRUAL-WORK
007770         MOVE CSS-HZAN TO CRA-HZAN OF I8-ACCRUAL-WORK
007780         MOVE CSS-HZAS TO CRA-HZAS OF I8-ACCRUAL-WORK
007790         MOVE ZERO TO CRA-ACCRUED OF I8-ACCRUAL-WORK
007800                      CRA-DAYS-ACCRUED OF I8-ACCRUAL-WORK
007810                      CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK
007820                      CRA-LAST-ACCR-DATE OF I8-ACCRUAL-WORK
007830                      CRA-LAST-CAP-DATE OF I8-ACCRUAL-WORK
007840                      CRA-MTD-GROSS OF I8-ACCRUAL-WORK
007850                      CRA-MTD-TAX OF I8-ACCRUAL-WORK
007860                      CRA-YTD-GROSS OF I8-ACCRUAL-WORK
007870                      CRA-YTD-TAX OF I8-ACCRUAL-WORK
007880     END-IF.
007890     MOVE CSS-HZCUS TO CRA-HZCUS OF I8-ACCRUAL-WORK.
007900     MOVE CSS-HZAPP TO CRA-HZAPP OF I8-ACCRUAL-WORK.
007910     MOVE CSS-HZACT TO CRA-HZACT OF I8-ACCRUAL-WORK.
007920     MOVE CSS-HZCCY TO CRA-CCY OF I8-ACCRUAL-WORK.
007930     PERFORM 2200-RESOLVE-TAX-PROFILE THRU 2200-EXIT.
007940     PERFORM 2300-RESOLVE-RATE THRU 2300-EXIT.
007950     MOVE ZERO TO I8-DAILY-INTEREST I8-GROSS I8-TAX.
007960     MOVE SPACES TO I8-ACTION.
007970     IF I8-RATE-FOUND
007980        AND I8-RATE > ZERO
007990        AND CSS-HZCABL > ZERO
008000         COMPUTE I8-DAILY-INTEREST ROUNDED =
008010             (CSS-HZCABL * I8-RATE)
008020             / (CIP-DAY-BASIS OF I8-PARAM-WORK * 100)
008030         ADD I8-DAILY-INTEREST TO CRA-ACCRUED OF I8-ACCRUAL-WORK
008040         ADD 1 TO CRA-DAYS-ACCRUED OF I8-ACCRUAL-WORK
008050         MOVE I8-RUN-DATE TO CRA-LAST-ACCR-DATE OF I8-ACCRUAL-WORK
008060         ADD 1 TO I8-ACCRUE-COUNT
008070         MOVE 'ACCRUED' TO I8-ACTION
008080     END-IF.
008090     IF CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK > ZERO
008100        AND CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK
008110             < I8-NEXT-BUS-DATE
008120         PERFORM 2400-CAPITALIZATION-DUE THRU 2400-EXIT
008130     END-IF.
008140     PERFORM 2700-ROLL-UP-PERIODS THRU 2700-EXIT.
008150     PERFORM 2800-REPORT-ACCOUNT THRU 2800-EXIT.
008160     PERFORM 2900-WRITE-NEW-LEDGER THRU 2900-EXIT.
008170     PERFORM 9600-READ-CUSTSNPF THRU 9600-EXIT.
008180 2000-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------------
008210 2100-LOOKUP-LEDGER.
008220*-----------------------------------------------------------------
008230     MOVE 'N' TO I8-LEDGER-FOUND-SW.
008240     IF I8-LEDGER-COUNT = ZERO
008250         GO TO 2100-EXIT
008260     END-IF.
008270     SET I8-LDG-LOOKUP-IDX TO 1.
008280     PERFORM 2110-SCAN-LEDGER THRU 2110-EXIT
008290         UNTIL I8-LDG-LOOKUP-IDX > I8-LEDGER-COUNT
008300            OR I8-LEDGER-FOUND.
008310 2100-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340 2110-SCAN-LEDGER.
008350*-----------------------------------------------------------------
008360     IF I8-LDG-HZAB (I8-LDG-LOOKUP-IDX) = CSS-HZAB
008370        AND I8-LDG-HZAN (I8-LDG-LOOKUP-IDX) = CSS-HZAN
008380        AND I8-LDG-HZAS (I8-LDG-LOOKUP-IDX) = CSS-HZAS
008390         SET I8-LEDGER-FOUND TO TRUE
008400     ELSE
008410         SET I8-LDG-LOOKUP-IDX UP BY 1
008420     END-IF.
008430 2110-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------------
008460 2200-RESOLVE-TAX-PROFILE.
008470*-----------------------------------------------------------------
008480*    THE CUSTOMER'S CATEGORY COMES FROM ITS ASSIGNMENT ON THE
008490*    WITHHOLDING TAX TABLE, ELSE THE PARAMETER DEFAULT; A
008500*    CURRENT EXEMPTION OVERRIDES THE CATEGORY RATE.
008510     MOVE CIP-DEFAULT-CATEGORY OF I8-PARAM-WORK
008520         TO CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK.
008530     MOVE 'N' TO I8-ENTRY-FOUND-SW.
008540     IF I8-ASSIGN-COUNT > ZERO
008550         SET I8-ASG-LOOKUP-IDX TO 1
008560         PERFORM 2210-SCAN-ASSIGNMENTS THRU 2210-EXIT
008570             UNTIL I8-ASG-LOOKUP-IDX > I8-ASSIGN-COUNT
008580                OR I8-ENTRY-FOUND
008590     END-IF.
008600     IF I8-ENTRY-FOUND
008610         MOVE I8-ASG-CATEGORY (I8-ASG-LOOKUP-IDX)
008620             TO CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK
008630     END-IF.
008640     MOVE 'N' TO CRA-EXEMPT-SW OF I8-ACCRUAL-WORK.
008650     MOVE 'N' TO I8-ENTRY-FOUND-SW.
008660     IF I8-EXEMPT-COUNT > ZERO
008670         SET I8-EXM-LOOKUP-IDX TO 1
008680         PERFORM 2220-SCAN-EXEMPTIONS THRU 2220-EXIT
008690             UNTIL I8-EXM-LOOKUP-IDX > I8-EXEMPT-COUNT
008700                OR I8-ENTRY-FOUND
008710     END-IF.
008720     IF I8-ENTRY-FOUND
008730         MOVE 'Y' TO CRA-EXEMPT-SW OF I8-ACCRUAL-WORK
008740     END-IF.
008750 2200-EXIT.
008760     EXIT.
008770*-----------------------------------------------------------------
008780 2210-SCAN-ASSIGNMENTS.
008790*-----------------------------------------------------------------
008800     IF I8-ASG-HZCUS (I8-ASG-LOOKUP-IDX) = CSS-HZCUS
008810         SET I8-ENTRY-FOUND TO TRUE
008820     ELSE
008830         SET I8-ASG-LOOKUP-IDX UP BY 1
008840     END-IF.
008850 2210-EXIT.
008860     EXIT.
008870*-----------------------------------------------------------------
008880 2220-SCAN-EXEMPTIONS.
008890*-----------------------------------------------------------------
008900     IF I8-EXM-HZCUS (I8-EXM-LOOKUP-IDX) = CSS-HZCUS
008910         SET I8-ENTRY-FOUND TO TRUE
008920     ELSE
008930         SET I8-EXM-LOOKUP-IDX UP BY 1
008940     END-IF.
008950 2220-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980 2300-RESOLVE-RATE.
008990*-----------------------------------------------------------------
009000*    A NEW ACCOUNT ON A RATED PRODUCT TAKES THE CAPITALIZATION
009010*    FREQUENCY OF THE PRODUCT AND ITS FIRST CAPITALIZATION DATE
009020*    IS THE END OF THE CURRENT PERIOD.
009030     MOVE ZERO TO I8-RATE.
009040     MOVE 'N' TO I8-RATE-FOUND-SW.
009050     IF I8-RATE-COUNT > ZERO
009060         SET I8-RTE-LOOKUP-IDX TO 1
009070         PERFORM 2310-SCAN-RATES THRU 2310-EXIT
009080             UNTIL I8-RTE-LOOKUP-IDX > I8-RATE-COUNT
009090                OR I8-RATE-FOUND
009100     END-IF.
009110     IF NOT I8-RATE-FOUND
009120         ADD 1 TO I8-NO-RATE-COUNT
009130         GO TO 2300-EXIT
009140     END-IF.
009150     MOVE I8-RTE-IMAGE (I8-RTE-LOOKUP-IDX) TO I8-RATE-WORK.
009160     MOVE CIR-CAP-FREQUENCY OF I8-RATE-WORK
009170         TO CRA-CAP-FREQUENCY OF I8-ACCRUAL-WORK.
009180     IF CIR-TIER-COUNT OF I8-RATE-WORK IS NUMERIC
009190         MOVE CIR-TIER-COUNT OF I8-RATE-WORK TO I8-TIER-LIMIT
009200     ELSE
009210         MOVE ZERO TO I8-TIER-LIMIT
009220     END-IF.
009230     IF I8-TIER-LIMIT > 5
009240         MOVE 5 TO I8-TIER-LIMIT
009250     END-IF.
009260     MOVE 1 TO I8-TIER-SUB.
009270     PERFORM 2320-TEST-ONE-TIER THRU 2320-EXIT
009280         UNTIL I8-TIER-SUB > I8-TIER-LIMIT.
009290     IF CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK NOT NUMERIC
009300        OR CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK = ZERO
009310         MOVE I8-RUN-DATE TO I8-REF-DATE
009320         PERFORM 2500-SET-NEXT-CAP-DATE THRU 2500-EXIT
009330     END-IF.
009340 2300-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370 2310-SCAN-RATES.
009380*-----------------------------------------------------------------
009390     IF I8-RTE-HZAPP (I8-RTE-LOOKUP-IDX) = CSS-HZAPP
009400        AND (I8-RTE-HZACT (I8-RTE-LOOKUP-IDX) = CSS-HZACT
009410          OR I8-RTE-HZACT (I8-RTE-LOOKUP-IDX) = SPACES)
009420        AND (I8-RTE-CCY (I8-RTE-LOOKUP-IDX) = CSS-HZCCY
009430          OR I8-RTE-CCY (I8-RTE-LOOKUP-IDX) = SPACES)
009440         SET I8-RATE-FOUND TO TRUE
009450     ELSE
009460         SET I8-RTE-LOOKUP-IDX UP BY 1
009470     END-IF.
009480 2310-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510 2320-TEST-ONE-TIER.
009520*-----------------------------------------------------------------
009530     IF CIR-TIER-FLOOR OF I8-RATE-WORK (I8-TIER-SUB) IS NUMERIC
009540        AND CIR-TIER-RATE OF I8-RATE-WORK (I8-TIER-SUB) IS NUMERIC
009550        AND CSS-HZCABL NOT < CIR-TIER-FLOOR OF I8-RATE-WORK
009560                                 (I8-TIER-SUB)
009570         MOVE CIR-TIER-RATE OF I8-RATE-WORK (I8-TIER-SUB)
009580             TO I8-RATE
009590     END-IF.
009600     ADD 1 TO I8-TIER-SUB.
009610 2320-EXIT.
009620     EXIT.
009630*-----------------------------------------------------------------
009640 2400-CAPITALIZATION-DUE.
009650*-----------------------------------------------------------------
009660*    THE ACCOUNT'S CAPITALIZATION DATE FALLS BEFORE THE NEXT RUN.
009670*    AN ACCRUAL UNDER THE MINIMUM IS CARRIED INTO THE NEXT
009680*    PERIOD; EITHER WAY THE NEXT CAPITALIZATION DATE IS SET.
009690     COMPUTE I8-GROSS ROUNDED = CRA-ACCRUED OF I8-ACCRUAL-WORK.
009700     EVALUATE TRUE
009710         WHEN I8-GROSS = ZERO
009720             CONTINUE
009730         WHEN I8-GROSS < CIP-MIN-CAP-AMOUNT OF I8-PARAM-WORK
009740             ADD 1 TO I8-BELOW-MIN-COUNT
009750             MOVE 'BELOW MIN' TO I8-ACTION
009760             MOVE ZERO TO I8-GROSS
009770         WHEN NOT I8-GL-READY
009780             MOVE 'NO GL ACCT' TO I8-ACTION
009790             MOVE ZERO TO I8-GROSS
009800             GO TO 2400-EXIT
009810         WHEN OTHER
009820             PERFORM 2600-CAPITALIZE THRU 2600-EXIT
009830     END-EVALUATE.
009840     MOVE I8-NEXT-BUS-DATE TO I8-REF-DATE.
009850     PERFORM 2500-SET-NEXT-CAP-DATE THRU 2500-EXIT.
009860 2400-EXIT.
009870     EXIT.
009880*-----------------------------------------------------------------
009890 2500-SET-NEXT-CAP-DATE.
009900*-----------------------------------------------------------------
009910*    THE LAST CALENDAR DAY OF THE CAPITALIZATION PERIOD HOLDING
009920*    I8-REF-DATE.  QUARTERS, HALF YEARS AND YEARS RUN ON THE
009930*    CALENDAR; AN ACCOUNT WITH NO FREQUENCY IS TAKEN AS MONTHLY.
009940     EVALUATE CRA-CAP-FREQUENCY OF I8-ACCRUAL-WORK
009950         WHEN 'Q'
009960             MOVE 3 TO I8-CAP-STEP
009970         WHEN 'H'
009980             MOVE 6 TO I8-CAP-STEP
009990         WHEN 'Y'
010000             MOVE 12 TO I8-CAP-STEP
010010         WHEN OTHER
010020             MOVE 'M' TO CRA-CAP-FREQUENCY OF I8-ACCRUAL-WORK
010030             MOVE 1 TO I8-CAP-STEP
010040     END-EVALUATE.
010050     COMPUTE I8-CAP-QUOTIENT = (I8-REF-MONTH - 1) / I8-CAP-STEP.
010060     COMPUTE I8-CAP-MONTH = (I8-CAP-QUOTIENT + 1) * I8-CAP-STEP.
010070     MOVE I8-REF-YEAR TO I8-PERIOD-YEAR.
010080     MOVE 01 TO I8-PERIOD-DAY.
010090     IF I8-CAP-MONTH = 12
010100         ADD 1 TO I8-PERIOD-YEAR
010110         MOVE 01 TO I8-PERIOD-MONTH
010120     ELSE
010130         COMPUTE I8-PERIOD-MONTH = I8-CAP-MONTH + 1
010140     END-IF.
010150     COMPUTE I8-NEXT-JULIAN =
010160         FUNCTION INTEGER-OF-DATE(I8-PERIOD-START) - 1.
010170     COMPUTE CRA-NEXT-CAP-DATE OF I8-ACCRUAL-WORK =
010180         FUNCTION DATE-OF-INTEGER(I8-NEXT-JULIAN).
010190 2500-EXIT.
010200     EXIT.
010210*-----------------------------------------------------------------
010220 2600-CAPITALIZE.
010230*-----------------------------------------------------------------
010240     ADD 1 TO I8-CAP-COUNT.
010250     ADD 1 TO I8-GEN-SEQ.
010260     MOVE I8-GEN-SEQ TO I8-NEW-PCREF-SEQ.
010270     MOVE ZERO TO I8-LEG-SEQ.
010280     MOVE ZERO TO I8-TAX.
010290     IF NOT CRA-EXEMPT OF I8-ACCRUAL-WORK
010300         PERFORM 2610-FIND-TAX-RATE THRU 2610-EXIT
010310         COMPUTE I8-TAX ROUNDED = I8-GROSS * I8-WHT-RATE / 100
010320     END-IF.
010330     MOVE I8-RUN-YEAR  TO I8-NAR-YEAR.
010340     MOVE I8-RUN-MONTH TO I8-NAR-MONTH.
010350*    1 GROSS INTEREST: INTEREST PAYABLE TO THE CUSTOMER.
010360     MOVE CIP-PAYABLE-BRANCH OF I8-PARAM-WORK
010370         TO I8-LEG-DR-BRANCH.
010380     MOVE CIP-PAYABLE-ACCOUNT OF I8-PARAM-WORK
010390         TO I8-LEG-DR-ACCOUNT.
010400     MOVE CIP-PAYABLE-SUBACCT OF I8-PARAM-WORK
010410         TO I8-LEG-DR-SUBACCT.
010420     MOVE CRA-HZAB OF I8-ACCRUAL-WORK TO I8-LEG-CR-BRANCH.
010430     MOVE CRA-HZAN OF I8-ACCRUAL-WORK TO I8-LEG-CR-ACCOUNT.
010440     MOVE CRA-HZAS OF I8-ACCRUAL-WORK TO I8-LEG-CR-SUBACCT.
010450     MOVE I8-GROSS TO I8-LEG-AMOUNT.
010460     MOVE 'CREDIT INTEREST' TO I8-NAR-TEXT.
010470     PERFORM 2650-BUILD-LEG THRU 2650-EXIT.
010480*    2 WITHHOLDING TAX: THE CUSTOMER TO TAX PAYABLE.
010490     IF I8-TAX > ZERO
010500         MOVE CRA-HZAB OF I8-ACCRUAL-WORK TO I8-LEG-DR-BRANCH
010510         MOVE CRA-HZAN OF I8-ACCRUAL-WORK TO I8-LEG-DR-ACCOUNT
010520         MOVE CRA-HZAS OF I8-ACCRUAL-WORK TO I8-LEG-DR-SUBACCT
010530         MOVE CIP-WHT-BRANCH OF I8-PARAM-WORK  TO I8-LEG-CR-BRANCH
010540         MOVE CIP-WHT-ACCOUNT OF I8-PARAM-WORK
010550             TO I8-LEG-CR-ACCOUNT
010560         MOVE CIP-WHT-SUBACCT OF I8-PARAM-WORK
010570             TO I8-LEG-CR-SUBACCT
010580         MOVE I8-TAX TO I8-LEG-AMOUNT
010590         MOVE 'WITHHOLDING TAX' TO I8-NAR-TEXT
010600         PERFORM 2650-BUILD-LEG THRU 2650-EXIT
010610     END-IF.
010620*    3 INTEREST EXPENSE: EXPENSE TO INTEREST PAYABLE.
010630     MOVE CIP-EXPENSE-BRANCH OF I8-PARAM-WORK
010640         TO I8-LEG-DR-BRANCH.
010650     MOVE CIP-EXPENSE-ACCOUNT OF I8-PARAM-WORK
010660         TO I8-LEG-DR-ACCOUNT.
010670     MOVE CIP-EXPENSE-SUBACCT OF I8-PARAM-WORK
010680         TO I8-LEG-DR-SUBACCT.
010690     MOVE CIP-PAYABLE-BRANCH OF I8-PARAM-WORK
010700         TO I8-LEG-CR-BRANCH.
010710     MOVE CIP-PAYABLE-ACCOUNT OF I8-PARAM-WORK
010720         TO I8-LEG-CR-ACCOUNT.
010730     MOVE CIP-PAYABLE-SUBACCT OF I8-PARAM-WORK
010740         TO I8-LEG-CR-SUBACCT.
010750     MOVE I8-GROSS TO I8-LEG-AMOUNT.
010760     MOVE 'CREDIT INTEREST EXPENSE' TO I8-NAR-TEXT.
010770     PERFORM 2650-BUILD-LEG THRU 2650-EXIT.
010780     ADD I8-GROSS TO CRA-MTD-GROSS OF I8-ACCRUAL-WORK
010790                     CRA-YTD-GROSS OF I8-ACCRUAL-WORK
010800                     I8-GROSS-TOTAL.
010810     ADD I8-TAX TO CRA-MTD-TAX OF I8-ACCRUAL-WORK
010820                   CRA-YTD-TAX OF I8-ACCRUAL-WORK
010830                   I8-TAX-TOTAL.
010840     MOVE ZERO TO CRA-ACCRUED OF I8-ACCRUAL-WORK.
010850     MOVE ZERO TO CRA-DAYS-ACCRUED OF I8-ACCRUAL-WORK.
010860     MOVE I8-RUN-DATE TO CRA-LAST-CAP-DATE OF I8-ACCRUAL-WORK.
010870     MOVE 'CAPITALIZED' TO I8-ACTION.
010880 2600-EXIT.
010890     EXIT.
010900*-----------------------------------------------------------------
010910 2610-FIND-TAX-RATE.
010920*-----------------------------------------------------------------
010930*    A CATEGORY MISSING FROM THE TABLE WITHHOLDS NOTHING AND IS
010940*    REPORTED SO THE TABLE CAN BE PUT RIGHT.
010950     MOVE ZERO TO I8-WHT-RATE.
010960     MOVE 'N' TO I8-ENTRY-FOUND-SW.
010970     IF I8-CATEGORY-COUNT > ZERO
010980         SET I8-CAT-LOOKUP-IDX TO 1
010990         PERFORM 2620-SCAN-CATEGORIES THRU 2620-EXIT
011000             UNTIL I8-CAT-LOOKUP-IDX > I8-CATEGORY-COUNT
011010                OR I8-ENTRY-FOUND
011020     END-IF.
011030     IF I8-ENTRY-FOUND
011040         MOVE I8-CAT-RATE (I8-CAT-LOOKUP-IDX) TO I8-WHT-RATE
011050     ELSE
011060         DISPLAY 'ESB098I: NO RATE FOR TAX CATEGORY '
011070             CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK ' - '
011080             CRA-HZAB OF I8-ACCRUAL-WORK
011090             CRA-HZAN OF I8-ACCRUAL-WORK
011100             CRA-HZAS OF I8-ACCRUAL-WORK
011110     END-IF.
011120 2610-EXIT.
011130     EXIT.
011140*-----------------------------------------------------------------
011150 2620-SCAN-CATEGORIES.
011160*-----------------------------------------------------------------
011170     IF I8-CAT-CODE (I8-CAT-LOOKUP-IDX) =
011180             CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK
011190         SET I8-ENTRY-FOUND TO TRUE
011200     ELSE
011210         SET I8-CAT-LOOKUP-IDX UP BY 1
011220     END-IF.
011230 2620-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------------
011260 2650-BUILD-LEG.
011270*-----------------------------------------------------------------
011280     ADD 1 TO I8-LEG-SEQ.
011290     ADD 1 TO I8-LEG-COUNT.
011300     ADD 1 TO RST-RECORDS-OUT.
011310     MOVE I8-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
011320     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
011330     MOVE I8-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
011340     MOVE I8-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
011350     MOVE CRA-HZAB OF I8-ACCRUAL-WORK
011360         TO GZBRNM OF TRANSACTION-REQ-BODY.
011370     MOVE I8-LEG-DR-BRANCH  TO GZAB1 OF TRANSACTION-REQ-BODY.
011380     MOVE I8-LEG-DR-ACCOUNT TO GZAN1 OF TRANSACTION-REQ-BODY.
011390     MOVE I8-LEG-DR-SUBACCT TO GZAS1 OF TRANSACTION-REQ-BODY.
011400     MOVE I8-LEG-CR-BRANCH  TO GZAB2 OF TRANSACTION-REQ-BODY.
011410     MOVE I8-LEG-CR-ACCOUNT TO GZAN2 OF TRANSACTION-REQ-BODY.
011420     MOVE I8-LEG-CR-SUBACCT TO GZAS2 OF TRANSACTION-REQ-BODY.
011430     MOVE I8-LEG-AMOUNT TO I8-AMOUNT-NUMERIC.
011440     MOVE I8-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
011450     MOVE I8-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
011460     MOVE CIP-TCD-DEBIT OF I8-PARAM-WORK
011470         TO GZTCD1 OF TRANSACTION-REQ-BODY.
011480     MOVE CIP-TCD-CREDIT OF I8-PARAM-WORK
011490         TO GZTCD2 OF TRANSACTION-REQ-BODY.
011500     MOVE CRA-CCY OF I8-ACCRUAL-WORK
011510         TO GZCCY1 OF TRANSACTION-REQ-BODY.
011520     MOVE CRA-CCY OF I8-ACCRUAL-WORK
011530         TO GZCCY2 OF TRANSACTION-REQ-BODY.
011540     MOVE I8-NARRATIVE-WORK TO GZNR1 OF TRANSACTION-REQ-BODY.
011550     PERFORM 2660-STAMP-CHECK-DIGITS THRU 2660-EXIT.
011560     MOVE TRANSACTION-REQ TO CRCAPF-RECORD.
011570     WRITE CRCAPF-RECORD.
011580 2650-EXIT.
011590     EXIT.
011600*-----------------------------------------------------------------
011610 2660-STAMP-CHECK-DIGITS.
011620*-----------------------------------------------------------------
011630*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
011640*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
011650*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
011660     MOVE SPACES TO I8-CHECKSUM-SOURCE.
011670     STRING GZAB1 OF TRANSACTION-REQ-BODY
011680            GZAN1 OF TRANSACTION-REQ-BODY
011690            GZAS1 OF TRANSACTION-REQ-BODY
011700            GZAB2 OF TRANSACTION-REQ-BODY
011710            GZAN2 OF TRANSACTION-REQ-BODY
011720            GZAS2 OF TRANSACTION-REQ-BODY
011730         DELIMITED BY SIZE INTO I8-CHECKSUM-SOURCE.
011740     MOVE 26 TO I8-CHECKSUM-LENGTH.
011750     PERFORM 2670-COMPUTE-CHECKSUM THRU 2670-EXIT.
011760     MOVE '0' TO I8-CHK-SIGN.
011770     MOVE I8-CHECKSUM-RESULT TO I8-CHK-VALUE.
011780     MOVE I8-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
011790     MOVE SPACES TO I8-CHECKSUM-SOURCE.
011800     STRING GZAMA1 OF TRANSACTION-REQ-BODY
011810            GZAMA2 OF TRANSACTION-REQ-BODY
011820         DELIMITED BY SIZE INTO I8-CHECKSUM-SOURCE.
011830     MOVE 34 TO I8-CHECKSUM-LENGTH.
011840     PERFORM 2670-COMPUTE-CHECKSUM THRU 2670-EXIT.
011850     MOVE '0' TO I8-CHK-SIGN.
011860     MOVE I8-CHECKSUM-RESULT TO I8-CHK-VALUE.
011870     MOVE I8-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
011880 2660-EXIT.
011890     EXIT.
011900*-----------------------------------------------------------------
011910 2670-COMPUTE-CHECKSUM.
011920*-----------------------------------------------------------------
011930     MOVE ZERO TO I8-CHK-ACCUM.
011940     MOVE 1 TO I8-CHK-WEIGHT.
011950     MOVE 1 TO I8-CHK-BYTE-IDX.
011960     PERFORM 2680-SUM-ONE-BYTE THRU 2680-EXIT
011970         UNTIL I8-CHK-BYTE-IDX > I8-CHECKSUM-LENGTH.
011980     DIVIDE I8-CHK-ACCUM BY 1000 GIVING I8-CHK-QUOTIENT
011990         REMAINDER I8-CHECKSUM-RESULT.
012000 2670-EXIT.
012010     EXIT.
012020*-----------------------------------------------------------------
012030 2680-SUM-ONE-BYTE.
012040*-----------------------------------------------------------------
012050     MOVE I8-CHECKSUM-SOURCE (I8-CHK-BYTE-IDX : 1)
012060         TO I8-CHK-BYTE-WORK.
012070     IF I8-CHK-BYTE-WORK IS NUMERIC
012080         COMPUTE I8-CHK-ACCUM = I8-CHK-ACCUM
012090             + (I8-CHK-DIGIT-WORK * I8-CHK-WEIGHT)
012100         ADD 1 TO I8-CHK-WEIGHT
012110         IF I8-CHK-WEIGHT > 9
012120             MOVE 1 TO I8-CHK-WEIGHT
012130         END-IF
012140     END-IF.
012150     ADD 1 TO I8-CHK-BYTE-IDX.
012160 2680-EXIT.
012170     EXIT.
012180*-----------------------------------------------------------------
012190 2700-ROLL-UP-PERIODS.
012200*-----------------------------------------------------------------
012210*    ON THE MONTH-END RUN THE MONTH'S CAPITALIZED INTEREST AND TAX
012220*    GO TO THE REMITTANCE SCHEDULE AND THE MONTH RESTARTS; ON THE
012230*    TAX-YEAR-END RUN THE YEAR'S GO TO THE CUSTOMER'S
012240*    CERTIFICATE AND THE YEAR RESTARTS.
012250     IF I8-MONTH-END
012260         IF CRA-MTD-GROSS OF I8-ACCRUAL-WORK > ZERO
012270             PERFORM 2710-ADD-TO-REMITTANCE THRU 2710-EXIT
012280         END-IF
012290         MOVE ZERO TO CRA-MTD-GROSS OF I8-ACCRUAL-WORK
012300                      CRA-MTD-TAX OF I8-ACCRUAL-WORK
012310     END-IF.
012320     IF I8-YEAR-END
012330         IF CRA-YTD-GROSS OF I8-ACCRUAL-WORK > ZERO
012340             PERFORM 2720-ADD-TO-CERTIFICATE THRU 2720-EXIT
012350         END-IF
012360         MOVE ZERO TO CRA-YTD-GROSS OF I8-ACCRUAL-WORK
012370                      CRA-YTD-TAX OF I8-ACCRUAL-WORK
012380     END-IF.
012390 2700-EXIT.
012400     EXIT.
012410*-----------------------------------------------------------------
012420 2710-ADD-TO-REMITTANCE.
012430*-----------------------------------------------------------------
012440*    EXEMPT INTEREST IS REPORTED UNDER ITS OWN 'EXM' LINE.
012450     IF CRA-EXEMPT OF I8-ACCRUAL-WORK
012460         MOVE I8-EXEMPT-CATEGORY TO I8-REMIT-CATEGORY
012470     ELSE
012480         MOVE CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK
012490             TO I8-REMIT-CATEGORY
012500     END-IF.
012510     MOVE 'N' TO I8-ENTRY-FOUND-SW.
012520     IF I8-REMIT-COUNT > ZERO
012530         SET I8-RMT-LOOKUP-IDX TO 1
012540         PERFORM 2715-SCAN-REMITTANCE THRU 2715-EXIT
012550             UNTIL I8-RMT-LOOKUP-IDX > I8-REMIT-COUNT
012560                OR I8-ENTRY-FOUND
012570     END-IF.
012580     IF NOT I8-ENTRY-FOUND
012590         IF I8-REMIT-COUNT NOT < 100
012598             DISPLAY 'ESB098I: REMITTANCE TABLE FULL AT '
012606                 I8-REMIT-CATEGORY ' - RUN REFUSED'
012614             MOVE 8 TO RETURN-CODE
012622             STOP RUN
012630         END-IF
012640         ADD 1 TO I8-REMIT-COUNT
012650         SET I8-RMT-LOOKUP-IDX TO I8-REMIT-COUNT
012660         MOVE I8-REMIT-CATEGORY
012670             TO I8-RMT-CATEGORY (I8-RMT-LOOKUP-IDX)
012680         MOVE CRA-CCY OF I8-ACCRUAL-WORK
012690             TO I8-RMT-CCY (I8-RMT-LOOKUP-IDX)
012700         MOVE ZERO TO I8-RMT-ACCOUNTS (I8-RMT-LOOKUP-IDX)
012710                      I8-RMT-GROSS (I8-RMT-LOOKUP-IDX)
012720                      I8-RMT-TAX (I8-RMT-LOOKUP-IDX)
012730     END-IF.
012740     ADD 1 TO I8-RMT-ACCOUNTS (I8-RMT-LOOKUP-IDX).
012750     ADD CRA-MTD-GROSS OF I8-ACCRUAL-WORK
012760         TO I8-RMT-GROSS (I8-RMT-LOOKUP-IDX).
012770     ADD CRA-MTD-TAX OF I8-ACCRUAL-WORK
012780         TO I8-RMT-TAX (I8-RMT-LOOKUP-IDX).
012790 2710-EXIT.
012800     EXIT.
012810*-----------------------------------------------------------------
012820 2715-SCAN-REMITTANCE.
012830*-----------------------------------------------------------------
012840     IF I8-RMT-CATEGORY (I8-RMT-LOOKUP-IDX) = I8-REMIT-CATEGORY
012850        AND I8-RMT-CCY (I8-RMT-LOOKUP-IDX) =
012860             CRA-CCY OF I8-ACCRUAL-WORK
012870         SET I8-ENTRY-FOUND TO TRUE
012880     ELSE
012890         SET I8-RMT-LOOKUP-IDX UP BY 1
012900     END-IF.
012910 2715-EXIT.
012920     EXIT.
012930*-----------------------------------------------------------------
012940 2720-ADD-TO-CERTIFICATE.
012950*-----------------------------------------------------------------
012960     MOVE 'N' TO I8-ENTRY-FOUND-SW.
012970     IF I8-CERT-COUNT > ZERO
012980         SET I8-CRT-LOOKUP-IDX TO 1
012990         PERFORM 2725-SCAN-CERTIFICATES THRU 2725-EXIT
013000             UNTIL I8-CRT-LOOKUP-IDX > I8-CERT-COUNT
013010                OR I8-ENTRY-FOUND
013020     END-IF.
013030     IF NOT I8-ENTRY-FOUND
013040         IF I8-CERT-COUNT NOT < 3000
013050             DISPLAY 'ESB098I: CERTIFICATE TABLE FULL AT '
013060                 CRA-HZCUS OF I8-ACCRUAL-WORK ' - RUN REFUSED'
013070             MOVE 8 TO RETURN-CODE
013080             STOP RUN
013090         END-IF
013100         ADD 1 TO I8-CERT-COUNT
013110         SET I8-CRT-LOOKUP-IDX TO I8-CERT-COUNT
013120         MOVE CRA-HZCUS OF I8-ACCRUAL-WORK
013130             TO I8-CRT-HZCUS (I8-CRT-LOOKUP-IDX)
013140         MOVE CRA-CCY OF I8-ACCRUAL-WORK
013150             TO I8-CRT-CCY (I8-CRT-LOOKUP-IDX)
013160         MOVE ZERO TO I8-CRT-ACCOUNTS (I8-CRT-LOOKUP-IDX)
013170                      I8-CRT-GROSS (I8-CRT-LOOKUP-IDX)
013180                      I8-CRT-TAX (I8-CRT-LOOKUP-IDX)
013190     END-IF.
013200     MOVE CRA-TAX-CATEGORY OF I8-ACCRUAL-WORK
013210         TO I8-CRT-CATEGORY (I8-CRT-LOOKUP-IDX).
013220     MOVE CRA-EXEMPT-SW OF I8-ACCRUAL-WORK
013230         TO I8-CRT-EXEMPT-SW (I8-CRT-LOOKUP-IDX).
013240     ADD 1 TO I8-CRT-ACCOUNTS (I8-CRT-LOOKUP-IDX).
013250     ADD CRA-YTD-GROSS OF I8-ACCRUAL-WORK
013260         TO I8-CRT-GROSS (I8-CRT-LOOKUP-IDX).
013270     ADD CRA-YTD-TAX OF I8-ACCRUAL-WORK
013280         TO I8-CRT-TAX (I8-CRT-LOOKUP-IDX).
013290 2720-EXIT.
013300     EXIT.
013310*-----------------------------------------------------------------
013320 2725-SCAN-CERTIFICATES.
013330*-----------------------------------------------------------------
013340     IF I8-CRT-HZCUS (I8-CRT-LOOKUP-IDX) =
013350             CRA-HZCUS OF I8-ACCRUAL-WORK
013360        AND I8-CRT-CCY (I8-CRT-LOOKUP-IDX) =
013370             CRA-CCY OF I8-ACCRUAL-WORK
013380         SET I8-ENTRY-FOUND TO TRUE
013390     ELSE
013400         SET I8-CRT-LOOKUP-IDX UP BY 1
013410     END-IF.
013420 2725-EXIT.
013430     EXIT.
013440*-----------------------------------------------------------------
013450 2800-REPORT-ACCOUNT.
013460*-----------------------------------------------------------------
013470     IF I8-ACTION = SPACES
013480         GO TO 2800-EXIT
013490     END-IF.
013500     MOVE CSS-HZAB TO I8-DTL-BRANCH.
013510     MOVE CSS-HZAN TO I8-DTL-ACCOUNT.
013520     MOVE CSS-HZAS TO I8-DTL-SUBACCT.
013530     MOVE CSS-HZCABL TO I8-DTL-BALANCE.
013540     MOVE I8-RATE TO I8-DTL-RATE.
013550     MOVE I8-DAILY-INTEREST TO I8-DTL-TODAY.
013560     MOVE CRA-ACCRUED OF I8-ACCRUAL-WORK TO I8-DTL-ACCRUED.
013570     MOVE I8-GROSS TO I8-DTL-GROSS.
013580     MOVE I8-TAX TO I8-DTL-TAX.
013590     MOVE I8-ACTION TO I8-DTL-ACTION.
013600     MOVE I8-DETAIL-LINE TO CRINTRPT-RECORD.
013610     WRITE CRINTRPT-RECORD.
013620 2800-EXIT.
013630     EXIT.
013640*-----------------------------------------------------------------
013650 2900-WRITE-NEW-LEDGER.
013660*-----------------------------------------------------------------
013670     MOVE I8-ACCRUAL-WORK TO CRACCRN-RECORD.
013680     WRITE CRACCRN-RECORD.
013690 2900-EXIT.
013700     EXIT.
013710*-----------------------------------------------------------------
013720 3000-CARRY-UNMATCHED.
013730*-----------------------------------------------------------------
013740*    A LEDGER ENTRY WITH NO SNAPSHOT TONIGHT IS CARRIED FORWARD
013750*    UNCHANGED, AS ESB057D DOES; A CAPITALIZATION THAT FELL DUE
013760*    IS TAKEN ON THE NEXT NIGHT THE ACCOUNT REAPPEARS.  ITS
013770*    MONTH AND YEAR TOTALS STILL GO TO THE SCHEDULE AND THE
013780*    CERTIFICATE.
013790     IF I8-LEDGER-COUNT = ZERO
013800         GO TO 3000-EXIT
013810     END-IF.
013820     SET I8-LDG-IDX TO 1.
013830     PERFORM 3100-CARRY-ONE-ENTRY THRU 3100-EXIT
013840         UNTIL I8-LDG-IDX > I8-LEDGER-COUNT.
013850 3000-EXIT.
013860     EXIT.
013870*-----------------------------------------------------------------
013880 3100-CARRY-ONE-ENTRY.
013890*-----------------------------------------------------------------
013900     IF I8-LDG-MATCHED-SW (I8-LDG-IDX) NOT = 'Y'
013910         ADD 1 TO I8-CARRY-COUNT
013920         MOVE I8-LDG-IMAGE (I8-LDG-IDX) TO I8-ACCRUAL-WORK
013930         PERFORM 2700-ROLL-UP-PERIODS THRU 2700-EXIT
013940         PERFORM 2900-WRITE-NEW-LEDGER THRU 2900-EXIT
013950     END-IF.
013960     SET I8-LDG-IDX UP BY 1.
013970 3100-EXIT.
013980     EXIT.
013990*-----------------------------------------------------------------
014000 6000-WRITE-REMITTANCE.
014010*-----------------------------------------------------------------
014020*    THE REVENUE AUTHORITY RETURN FOR THE MONTH: HEADER, ONE
014030*    DETAIL PER CATEGORY AND CURRENCY, TRAILER WITH THE TOTALS;
014040*    THE SAME FIGURES ARE PRINTED AS THE REMITTANCE SCHEDULE.
014050     MOVE SPACES TO WHT-REMITTANCE-RECORD.
014060     SET WRM-HEADER TO TRUE.
014070     MOVE CIP-PAYER-TIN OF I8-PARAM-WORK TO WRM-PAYER-TIN.
014080     MOVE CIP-PAYER-NAME OF I8-PARAM-WORK TO WRM-PAYER-NAME.
014090     COMPUTE WRM-PERIOD = I8-RUN-YEAR * 100 + I8-RUN-MONTH.
014100     MOVE ZERO TO WRM-RATE WRM-ACCOUNT-COUNT WRM-GROSS WRM-TAX.
014110     MOVE WHT-REMITTANCE-RECORD TO WHTREMF-RECORD.
014120     WRITE WHTREMF-RECORD.
014130     MOVE SPACES TO CRINTRPT-RECORD.
014140     WRITE CRINTRPT-RECORD.
014150     MOVE WRM-PERIOD TO I8-RTL-PERIOD.
014160     MOVE CIP-PAYER-TIN OF I8-PARAM-WORK TO I8-RTL-TIN.
014170     MOVE I8-REMIT-TITLE-LINE TO CRINTRPT-RECORD.
014180     WRITE CRINTRPT-RECORD.
014190     MOVE I8-REMIT-COLUMN-LINE TO CRINTRPT-RECORD.
014200     WRITE CRINTRPT-RECORD.
014210     IF I8-REMIT-COUNT > ZERO
014220         SET I8-RMT-IDX TO 1
014230         PERFORM 6100-WRITE-ONE-CATEGORY THRU 6100-EXIT
014240             UNTIL I8-RMT-IDX > I8-REMIT-COUNT
014250     END-IF.
014260     MOVE SPACES TO WHT-REMITTANCE-RECORD.
014270     SET WRM-TRAILER TO TRUE.
014280     MOVE CIP-PAYER-TIN OF I8-PARAM-WORK TO WRM-PAYER-TIN.
014290     MOVE CIP-PAYER-NAME OF I8-PARAM-WORK TO WRM-PAYER-NAME.
014300     COMPUTE WRM-PERIOD = I8-RUN-YEAR * 100 + I8-RUN-MONTH.
014310     MOVE ZERO TO WRM-RATE.
014320     MOVE I8-REMIT-TOTAL-ACCOUNTS TO WRM-ACCOUNT-COUNT.
014330     MOVE I8-REMIT-TOTAL-GROSS TO WRM-GROSS.
014340     MOVE I8-REMIT-TOTAL-TAX TO WRM-TAX.
014350     MOVE WHT-REMITTANCE-RECORD TO WHTREMF-RECORD.
014360     WRITE WHTREMF-RECORD.
014370     MOVE SPACES TO I8-REMIT-LINE.
014380     MOVE 'TOTAL' TO I8-RML-REVENUE-CODE.
014390     MOVE I8-REMIT-TOTAL-ACCOUNTS TO I8-RML-ACCOUNTS.
014400     MOVE I8-REMIT-TOTAL-GROSS TO I8-RML-GROSS.
014410     MOVE I8-REMIT-TOTAL-TAX TO I8-RML-TAX.
014420     MOVE I8-REMIT-LINE TO CRINTRPT-RECORD.
014430     WRITE CRINTRPT-RECORD.
014440 6000-EXIT.
014450     EXIT.
014460*-----------------------------------------------------------------
014470 6100-WRITE-ONE-CATEGORY.
014480*-----------------------------------------------------------------
014490     MOVE SPACES TO WHT-REMITTANCE-RECORD.
014500     SET WRM-DETAIL TO TRUE.
014510     MOVE CIP-PAYER-TIN OF I8-PARAM-WORK TO WRM-PAYER-TIN.
014520     MOVE CIP-PAYER-NAME OF I8-PARAM-WORK TO WRM-PAYER-NAME.
014530     COMPUTE WRM-PERIOD = I8-RUN-YEAR * 100 + I8-RUN-MONTH.
014540     MOVE I8-RMT-CATEGORY (I8-RMT-IDX) TO WRM-CATEGORY.
014550     MOVE I8-RMT-CCY (I8-RMT-IDX) TO WRM-CCY.
014560     MOVE ZERO TO WRM-RATE.
014570     MOVE 'N' TO I8-ENTRY-FOUND-SW.
014580     IF I8-CATEGORY-COUNT > ZERO
014590        AND I8-RMT-CATEGORY (I8-RMT-IDX) NOT = I8-EXEMPT-CATEGORY
014600         SET I8-CAT-LOOKUP-IDX TO 1
014610         PERFORM 6110-SCAN-CATEGORY THRU 6110-EXIT
014620             UNTIL I8-CAT-LOOKUP-IDX > I8-CATEGORY-COUNT
014630                OR I8-ENTRY-FOUND
014640     END-IF.
014650     IF I8-ENTRY-FOUND
014660         MOVE I8-CAT-RATE (I8-CAT-LOOKUP-IDX) TO WRM-RATE
014670         MOVE I8-CAT-REVENUE-CODE (I8-CAT-LOOKUP-IDX)
014680             TO WRM-REVENUE-CODE
014690     END-IF.
014700     MOVE I8-RMT-ACCOUNTS (I8-RMT-IDX) TO WRM-ACCOUNT-COUNT.
014710     MOVE I8-RMT-GROSS (I8-RMT-IDX) TO WRM-GROSS.
014720     MOVE I8-RMT-TAX (I8-RMT-IDX) TO WRM-TAX.
014730     MOVE WHT-REMITTANCE-RECORD TO WHTREMF-RECORD.
014740     WRITE WHTREMF-RECORD.
014750     ADD 1 TO I8-REMIT-LINE-COUNT.
014760     ADD WRM-ACCOUNT-COUNT TO I8-REMIT-TOTAL-ACCOUNTS.
014770     ADD WRM-GROSS TO I8-REMIT-TOTAL-GROSS.
014780     ADD WRM-TAX TO I8-REMIT-TOTAL-TAX.
014790     MOVE WRM-CATEGORY TO I8-RML-CATEGORY.
014800     MOVE WRM-REVENUE-CODE TO I8-RML-REVENUE-CODE.
014810     MOVE WRM-RATE TO I8-RML-RATE.
014820     MOVE WRM-CCY TO I8-RML-CCY.
014830     MOVE WRM-ACCOUNT-COUNT TO I8-RML-ACCOUNTS.
014840     MOVE WRM-GROSS TO I8-RML-GROSS.
014850     MOVE WRM-TAX TO I8-RML-TAX.
014860     MOVE I8-REMIT-LINE TO CRINTRPT-RECORD.
014870     WRITE CRINTRPT-RECORD.
014880     SET I8-RMT-IDX UP BY 1.
014890 6100-EXIT.
014900     EXIT.
014910*-----------------------------------------------------------------
014920 6110-SCAN-CATEGORY.
014930*-----------------------------------------------------------------
014940     IF I8-CAT-CODE (I8-CAT-LOOKUP-IDX) =
014950             I8-RMT-CATEGORY (I8-RMT-IDX)
014960         SET I8-ENTRY-FOUND TO TRUE
014970     ELSE
014980         SET I8-CAT-LOOKUP-IDX UP BY 1
014990     END-IF.
015000 6110-EXIT.
015010     EXIT.
015020*-----------------------------------------------------------------
015030 6500-WRITE-CERTIFICATES.
015040*-----------------------------------------------------------------
015050*    ONE CERTIFICATE PER CUSTOMER AND CURRENCY FOR THE TAX YEAR
015060*    NOW CLOSING, NAMED FROM THE ESB082K CUSTOMER MASTER LOADED
015070*    AT START-UP.
015160     MOVE SPACES TO CRINTRPT-RECORD.
015170     WRITE CRINTRPT-RECORD.
015180     MOVE I8-RUN-YEAR TO I8-CTL-YEAR.
015190     MOVE I8-CERT-TITLE-LINE TO CRINTRPT-RECORD.
015200     WRITE CRINTRPT-RECORD.
015210     MOVE I8-CERT-COLUMN-LINE TO CRINTRPT-RECORD.
015220     WRITE CRINTRPT-RECORD.
015230     IF I8-CERT-COUNT > ZERO
015240         SET I8-CRT-IDX TO 1
015250         PERFORM 6600-WRITE-ONE-CERTIFICATE THRU 6600-EXIT
015260             UNTIL I8-CRT-IDX > I8-CERT-COUNT
015270     END-IF.
015280 6500-EXIT.
015290     EXIT.
015300*-----------------------------------------------------------------
015310 6510-LOAD-MASTER.
015320*-----------------------------------------------------------------
015330     IF I8-MASTER-COUNT < 3000
015340         ADD 1 TO I8-MASTER-COUNT
015350         SET I8-MST-IDX TO I8-MASTER-COUNT
015360         MOVE CMR-HZCUS  TO I8-MST-HZCUS (I8-MST-IDX)
015370         MOVE CMR-HZCLC  TO I8-MST-HZCLC (I8-MST-IDX)
015380         MOVE CMR-HZCUN  TO I8-MST-HZCUN (I8-MST-IDX)
015390         MOVE CMR-HZCUNA TO I8-MST-HZCUNA (I8-MST-IDX)
015391     ELSE
015392         DISPLAY 'ESB098I: CUSTOMER TABLE FULL AT ' CMR-HZCUS
015393             ' - RUN REFUSED'
015394         MOVE 8 TO RETURN-CODE
015395         STOP RUN
015400     END-IF.
015410     PERFORM 9700-READ-CUSTMSTF THRU 9700-EXIT.
015420 6510-EXIT.
015430     EXIT.
015440*-----------------------------------------------------------------
015450 6600-WRITE-ONE-CERTIFICATE.
015460*-----------------------------------------------------------------
015470     MOVE SPACES TO TAX-CERTIFICATE-RECORD.
015480     MOVE I8-RUN-YEAR TO TXC-TAX-YEAR.
015490     MOVE I8-CRT-HZCUS (I8-CRT-IDX) TO TXC-HZCUS.
015500     MOVE I8-CRT-CCY (I8-CRT-IDX) TO TXC-CCY.
015510     MOVE I8-CRT-CATEGORY (I8-CRT-IDX) TO TXC-CATEGORY.
015520     MOVE I8-CRT-EXEMPT-SW (I8-CRT-IDX) TO TXC-EXEMPT-SW.
015530     MOVE I8-CRT-ACCOUNTS (I8-CRT-IDX) TO TXC-ACCOUNT-COUNT.
015540     MOVE I8-CRT-GROSS (I8-CRT-IDX) TO TXC-GROSS.
015550     MOVE I8-CRT-TAX (I8-CRT-IDX) TO TXC-TAX.
015560     COMPUTE TXC-NET = TXC-GROSS - TXC-TAX.
015570     MOVE CIP-PAYER-TIN OF I8-PARAM-WORK TO TXC-PAYER-TIN.
015580     MOVE CIP-PAYER-NAME OF I8-PARAM-WORK TO TXC-PAYER-NAME.
015590     MOVE I8-RUN-DATE TO TXC-ISSUE-DATE.
015600     MOVE 'N' TO I8-ENTRY-FOUND-SW.
015610     IF I8-MASTER-COUNT > ZERO
015620         SET I8-MST-LOOKUP-IDX TO 1
015630         PERFORM 6610-SCAN-MASTER THRU 6610-EXIT
015640             UNTIL I8-MST-LOOKUP-IDX > I8-MASTER-COUNT
015650                OR I8-ENTRY-FOUND
015660     END-IF.
015670     IF I8-ENTRY-FOUND
015680         MOVE I8-MST-HZCUN (I8-MST-LOOKUP-IDX) TO TXC-HZCUN
015690         MOVE I8-MST-HZCUNA (I8-MST-LOOKUP-IDX) TO TXC-HZCUNA
015700         MOVE I8-MST-HZCLC (I8-MST-LOOKUP-IDX) TO TXC-HZCLC
015710     ELSE
015720         MOVE 'NOT ON CUSTOMER MASTER' TO TXC-HZCUN
015730         ADD 1 TO I8-NAME-MISSING-COUNT
015740         DISPLAY 'ESB098I: CERTIFICATE CUSTOMER NOT ON MASTER '
015750             TXC-HZCUS
015760     END-IF.
015770     MOVE TAX-CERTIFICATE-RECORD TO TAXCERTF-RECORD.
015780     WRITE TAXCERTF-RECORD.
015790     ADD 1 TO I8-CERT-WRITTEN-COUNT.
015800     MOVE TXC-HZCUS TO I8-CRL-HZCUS.
015810     MOVE TXC-HZCUN TO I8-CRL-NAME.
015820     MOVE TXC-CCY TO I8-CRL-CCY.
015830     MOVE TXC-CATEGORY TO I8-CRL-CATEGORY.
015840     IF TXC-EXEMPT
015850         MOVE 'Y' TO I8-CRL-EXEMPT
015860     ELSE
015870         MOVE SPACE TO I8-CRL-EXEMPT
015880     END-IF.
015890     MOVE TXC-GROSS TO I8-CRL-GROSS.
015900     MOVE TXC-TAX TO I8-CRL-TAX.
015910     MOVE TXC-NET TO I8-CRL-NET.
015920     MOVE I8-CERT-LINE TO CRINTRPT-RECORD.
015930     WRITE CRINTRPT-RECORD.
015940     SET I8-CRT-IDX UP BY 1.
015950 6600-EXIT.
015960     EXIT.
015970*-----------------------------------------------------------------
015980 6610-SCAN-MASTER.
015990*-----------------------------------------------------------------
016000     IF I8-MST-HZCUS (I8-MST-LOOKUP-IDX) =
016010             I8-CRT-HZCUS (I8-CRT-IDX)
016020         SET I8-ENTRY-FOUND TO TRUE
016030     ELSE
016040         SET I8-MST-LOOKUP-IDX UP BY 1
016050     END-IF.
016060 6610-EXIT.
016070     EXIT.
016080*-----------------------------------------------------------------
016090 7000-PRINT-SUMMARY.
016100*-----------------------------------------------------------------
016110     MOVE SPACES TO CRINTRPT-RECORD.
016120     WRITE CRINTRPT-RECORD.
016130     MOVE I8-SNAP-COUNT TO I8-SUM-SNAP.
016140     MOVE I8-ACCRUE-COUNT TO I8-SUM-ACCRUE.
016150     MOVE I8-CAP-COUNT TO I8-SUM-CAP.
016160     MOVE I8-CARRY-COUNT TO I8-SUM-CARRY.
016170     MOVE I8-GROSS-TOTAL TO I8-SUM-GROSS.
016180     MOVE I8-TAX-TOTAL TO I8-SUM-TAX.
016190     MOVE I8-SUMMARY-LINE TO CRINTRPT-RECORD.
016200     WRITE CRINTRPT-RECORD.
016210 7000-EXIT.
016220     EXIT.
016230*-----------------------------------------------------------------
016240 8000-TERMINATE.
016250*-----------------------------------------------------------------
016260     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
016270     CLOSE CUSTSNPF.
016280     CLOSE CRACCRN.
016290     CLOSE CRCAPF.
016300     CLOSE CRINTRPT.
016310     IF I8-MONTH-END
016320         CLOSE WHTREMF
016330     END-IF.
016340     IF I8-YEAR-END
016350         CLOSE TAXCERTF
016360     END-IF.
016370     DISPLAY 'ESB098I: SNAPSHOTS ' I8-SNAP-COUNT
016380         ' ACCRUED ' I8-ACCRUE-COUNT
016390         ' NO RATE ' I8-NO-RATE-COUNT
016400         ' CARRIED ' I8-CARRY-COUNT.
016410     DISPLAY 'ESB098I: CAPITALIZED ' I8-CAP-COUNT
016420         ' BELOW MINIMUM ' I8-BELOW-MIN-COUNT
016430         ' LEGS ' I8-LEG-COUNT.
016440     IF I8-MONTH-END
016450         DISPLAY 'ESB098I: REMITTANCE LINES ' I8-REMIT-LINE-COUNT
016460     END-IF.
016470     IF I8-YEAR-END
016480         DISPLAY 'ESB098I: CERTIFICATES ' I8-CERT-WRITTEN-COUNT
016490             ' NAME NOT ON MASTER ' I8-NAME-MISSING-COUNT
016500     END-IF.
016510 8000-EXIT.
016520     EXIT.
016530*-----------------------------------------------------------------
016540 9100-READ-CRINTPRM.
016550*-----------------------------------------------------------------
016560     READ CRINTPRM
016570         AT END
016580             SET I8-CRINTPRM-EOF TO TRUE
016590     END-READ.
016600 9100-EXIT.
016610     EXIT.
016620*-----------------------------------------------------------------
016630 9200-READ-CRRATEF.
016640*-----------------------------------------------------------------
016650     READ CRRATEF
016660         AT END
016670             SET I8-CRRATEF-EOF TO TRUE
016680     END-READ.
016690 9200-EXIT.
016700     EXIT.
016710*-----------------------------------------------------------------
016720 9300-READ-WHTRATF.
016730*-----------------------------------------------------------------
016740     READ WHTRATF
016750         AT END
016760             SET I8-WHTRATF-EOF TO TRUE
016770     END-READ.
016780 9300-EXIT.
016790     EXIT.
016800*-----------------------------------------------------------------
016810 9400-READ-WHTEXMF.
016820*-----------------------------------------------------------------
016830     READ WHTEXMF
016840         AT END
016850             SET I8-WHTEXMF-EOF TO TRUE
016860     END-READ.
016870 9400-EXIT.
016880     EXIT.
016890*-----------------------------------------------------------------
016900 9500-READ-CRACCRF.
016910*-----------------------------------------------------------------
016920     READ CRACCRF
016930         AT END
016940             SET I8-CRACCRF-EOF TO TRUE
016950     END-READ.
016960 9500-EXIT.
016970     EXIT.
016980*-----------------------------------------------------------------
016990 9600-READ-CUSTSNPF.
017000*-----------------------------------------------------------------
017010     READ CUSTSNPF
017020         AT END
017030             SET I8-CUSTSNPF-EOF TO TRUE
017040     END-READ.
017050 9600-EXIT.
017060     EXIT.
017070*-----------------------------------------------------------------
017080 9700-READ-CUSTMSTF.
017090*-----------------------------------------------------------------
017100     READ CUSTMSTF
017110         AT END
017120             SET I8-CUSTMSTF-EOF TO TRUE
017130     END-READ.
017140 9700-EXIT.
017150     EXIT.
017160*-----------------------------------------------------------------
017170 9900-WRITE-RUN-STATS.
017180*-----------------------------------------------------------------
017190     MOVE 'ESB098I' TO RST-PROGRAM-ID.
017200     MOVE I8-RUN-DATE TO RST-BUSINESS-DATE.
017210     ACCEPT RST-END-TIME FROM TIME.
017220     MOVE '00' TO RST-WORST-STATUS.
017230     IF I8-CRACCRN-STATUS NOT = '00'
017240         MOVE I8-CRACCRN-STATUS TO RST-WORST-STATUS
017250     END-IF.
017260     IF I8-CRCAPF-STATUS NOT = '00'
017270         MOVE I8-CRCAPF-STATUS TO RST-WORST-STATUS
017280     END-IF.
017290     IF I8-WHTREMF-STATUS NOT = '00'
017300         MOVE I8-WHTREMF-STATUS TO RST-WORST-STATUS
017310     END-IF.
017320     IF I8-TAXCERTF-STATUS NOT = '00'
017330         MOVE I8-TAXCERTF-STATUS TO RST-WORST-STATUS
017340     END-IF.
017350     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
017360 9900-EXIT.
017370     EXIT.
017380*-----------------------------------------------------------------
017390 9999-EXIT.
017400*-----------------------------------------------------------------
017410     EXIT.
