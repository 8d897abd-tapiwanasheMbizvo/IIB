000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB091I
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    INTER-BRANCH SETTLEMENT ENTRIES.  A POSTING THAT DEBITS AN
000200*    ACCOUNT AT ONE BRANCH (GZAB1) AND CREDITS AN ACCOUNT AT
000210*    ANOTHER (GZAB2) LEAVES NEITHER BRANCH'S BOOKS BALANCED ON
000220*    THEIR OWN.  FOR EVERY SUCH CROSS-BRANCH PAIR IN THE NIGHT'S
000230*    ACCEPTED TRAFFIC (TRANVALF) THIS STEP BUILDS THE CONTRA AS
000240*    ONE TRANSACTION_REQ, UNDER ITS OWN PCREF BATCH (TAG 'B'):
000250*      - DEBIT THE CREDITED BRANCH'S DUE-FROM ACCOUNT FOR THE
000260*        DEBITED BRANCH, IN THE CREDIT LEG'S AMOUNT AND CURRENCY;
000270*      - CREDIT THE DEBITED BRANCH'S DUE-TO ACCOUNT FOR THE
000280*        CREDITED BRANCH, IN THE DEBIT LEG'S AMOUNT AND CURRENCY.
000290*    THE INTER-BRANCH ACCOUNTS FOR EACH BRANCH PAIR ARE TAKEN
000300*    FROM THE MAINTAINED IBACCTF TABLE.  THE CONTRAS ARE QUEUED
000310*    ON IBCONTF FOR THE NORMAL ESB028V VALIDATION PIPELINE AND
000320*    ARE RECONCILED PAIR BY PAIR BY ESB092R.  A POSTING ENTERED
000330*    AT A THIRD BRANCH (GZBRNM) BUT WITH BOTH LEGS AT ONE BRANCH
000340*    LEAVES THAT BRANCH BALANCED AND NEEDS NO CONTRA.  A PAIR
000350*    WITH NO MAINTAINED ACCOUNTS IS LISTED FOR FINANCE.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*    15-OCT-2026  TC   INITIAL VERSION.
000390******************************************************************
000400 PROGRAM-ID. ESB091I.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-ZSERIES.
000440 OBJECT-COMPUTER. IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT IBACCTF  ASSIGN TO IBACCTF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS I1-IBACCTF-STATUS.
000500     SELECT TRANVALF ASSIGN TO TRANVALF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS I1-TRANVALF-STATUS.
000530     SELECT IBCONTF  ASSIGN TO IBCONTF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS I1-IBCONTF-STATUS.
000560     SELECT IBGENRPT ASSIGN TO IBGENRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS I1-IBGENRPT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  IBACCTF
000620     RECORDING MODE IS F.
000630     COPY "Inter_Branch_Account.cpy".
000640 FD  TRANVALF
000650     RECORDING MODE IS F.
000660     COPY "Transaction_Req.cpy".
000670 FD  IBCONTF
000680     RECORDING MODE IS F.
000690 01  IBCONTF-RECORD               PIC X(1816).
000700 FD  IBGENRPT
000710     RECORDING MODE IS F.
000720 01  IBGENRPT-RECORD              PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 01  I1-IBACCTF-STATUS            PIC X(002) VALUE '00'.
000750     88 I1-IBACCTF-OK                        VALUE '00'.
000760 01  I1-TRANVALF-STATUS           PIC X(002) VALUE '00'.
000770     88 I1-TRANVALF-OK                       VALUE '00'.
000780 01  I1-IBCONTF-STATUS            PIC X(002) VALUE '00'.
000790 01  I1-IBGENRPT-STATUS           PIC X(002) VALUE '00'.
000800 01  I1-SWITCHES.
000810     05 I1-IBACCTF-EOF-SW         PIC X(001) VALUE 'N'.
000820        88 I1-IBACCTF-EOF                    VALUE 'Y'.
000830     05 I1-TRANVALF-EOF-SW        PIC X(001) VALUE 'N'.
000840        88 I1-TRANVALF-EOF                   VALUE 'Y'.
000850     05 I1-PAIR-FOUND-SW          PIC X(001) VALUE 'N'.
000860        88 I1-PAIR-FOUND                     VALUE 'Y'.
000870     05 I1-IB-ACCOUNT-SW          PIC X(001) VALUE 'N'.
000880        88 I1-IB-ACCOUNT                     VALUE 'Y'.
000890 01  I1-DATE-TIME.
000900     05 I1-RUN-DATE               PIC 9(008) VALUE ZERO.
000910     05 I1-RUN-TIME               PIC 9(006) VALUE ZERO.
000920 01  I1-COUNTERS.
000930     05 I1-READ-COUNT             PIC 9(007) VALUE ZERO.
000940     05 I1-SAME-BRANCH-COUNT      PIC 9(007) VALUE ZERO.
000950     05 I1-OWN-CONTRA-COUNT       PIC 9(007) VALUE ZERO.
000960     05 I1-CONTRA-COUNT           PIC 9(007) VALUE ZERO.
000970     05 I1-NO-ACCOUNT-COUNT       PIC 9(007) VALUE ZERO.
000980     05 I1-GEN-SEQ                PIC 9(006) VALUE ZERO.
000990*    CONTRAS CARRY THEIR OWN PCREF BATCH, TAGGED 'B', SO THIS
001000*    STEP NEVER TAKES ITS OWN OUTPUT FOR A CROSS-BRANCH POSTING
001010*    WHEN IT COMES BACK THROUGH TRANVALF.
001020 01  I1-NEW-PCREF.
001030     05 I1-NEW-PCREF-DATE         PIC 9(008).
001040     05 I1-NEW-PCREF-TAG          PIC X(001) VALUE 'B'.
001050     05 I1-NEW-PCREF-SEQ          PIC 9(006).
001060 01  I1-PCREF-VIEW.
001070     05 FILLER                    PIC X(008).
001080     05 I1-PCREF-VIEW-TAG         PIC X(001).
001090     05 FILLER                    PIC X(006).
001100 01  I1-DEBIT-BRANCH              PIC X(004) VALUE SPACES.
001110 01  I1-CREDIT-BRANCH             PIC X(004) VALUE SPACES.
001120 01  I1-LOOKUP-OWN                PIC X(004) VALUE SPACES.
001130 01  I1-LOOKUP-CPTY               PIC X(004) VALUE SPACES.
001140 01  I1-LOOKUP-BRANCH             PIC X(004) VALUE SPACES.
001150 01  I1-LOOKUP-ACCOUNT            PIC X(006) VALUE SPACES.
001160 01  I1-LOOKUP-SUBACCT            PIC X(003) VALUE SPACES.
001170 01  I1-DEBIT-SUB                 PIC 9(004) COMP VALUE ZERO.
001180 01  I1-CREDIT-SUB                PIC 9(004) COMP VALUE ZERO.
001190*    THE MAINTAINED INTER-BRANCH ACCOUNTS, ONE ENTRY PER BRANCH
001200*    AND COUNTERPARTY BRANCH.
001210 01  I1-ACCOUNT-COUNT             PIC 9(004) COMP VALUE ZERO.
001220 01  I1-ACCOUNT-TABLE.
001230     05 I1-ACC-ENTRY OCCURS 500 TIMES
001240        INDEXED BY I1-ACC-IDX, I1-ACC-LOOKUP-IDX.
001250        10 I1-ACC-OWN             PIC X(004).
001260        10 I1-ACC-CPTY            PIC X(004).
001270        10 I1-ACC-DUE-TO-ACCOUNT  PIC X(006).
001280        10 I1-ACC-DUE-TO-SUBACCT  PIC X(003).
001290        10 I1-ACC-DUE-FROM-ACCOUNT PIC X(006).
001300        10 I1-ACC-DUE-FROM-SUBACCT PIC X(003).
001310        10 I1-ACC-TCD-DEBIT       PIC X(003).
001320        10 I1-ACC-TCD-CREDIT      PIC X(003).
001330 01  I1-NARRATIVE-WORK.
001340     05 FILLER                    PIC X(005) VALUE 'ORIG '.
001350     05 I1-NAR-PCREF              PIC X(015).
001360     05 FILLER                    PIC X(001) VALUE SPACES.
001370     05 I1-NAR-TRANSQ             PIC X(004).
001380     05 FILLER                    PIC X(010) VALUE SPACES.
001390 01  I1-CHECKSUM-WORK.
001400     05 I1-CHECKSUM-SOURCE        PIC X(040).
001410     05 I1-CHECKSUM-LENGTH        PIC 9(002) COMP.
001420     05 I1-CHECKSUM-RESULT        PIC 9(003).
001430 01  I1-CHK-ACCUM                 PIC 9(007) COMP.
001440 01  I1-CHK-WEIGHT                PIC 9(001) COMP.
001450 01  I1-CHK-BYTE-IDX              PIC 9(002) COMP.
001460 01  I1-CHK-BYTE-WORK             PIC X(001).
001470 01  I1-CHK-DIGIT-WORK REDEFINES I1-CHK-BYTE-WORK
001480                                  PIC 9(001).
001490 01  I1-CHK-QUOTIENT              PIC 9(004) COMP.
001500 01  I1-CHK-FIELD.
001510     05 I1-CHK-SIGN               PIC X(001).
001520     05 I1-CHK-VALUE              PIC 9(003).
001530 01  I1-HEADING-LINE.
001540     05 FILLER                    PIC X(037)
001550            VALUE 'INTER-BRANCH CONTRA GENERATION       '.
001560     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001570     05 I1-HDG-DATE               PIC 9(008).
001580     05 FILLER                    PIC X(082) VALUE SPACES.
001590 01  I1-EXCEPTION-LINE.
001600     05 I1-EXC-PCREF              PIC X(015).
001610     05 FILLER                    PIC X(001) VALUE SPACES.
001620     05 I1-EXC-TRANSQ             PIC X(004).
001630     05 FILLER                    PIC X(002) VALUE SPACES.
001640     05 I1-EXC-DEBIT-BRANCH       PIC X(004).
001650     05 FILLER                    PIC X(004) VALUE ' -> '.
001660     05 I1-EXC-CREDIT-BRANCH      PIC X(004).
001670     05 FILLER                    PIC X(002) VALUE SPACES.
001680     05 I1-EXC-REASON             PIC X(040).
001690     05 FILLER                    PIC X(056) VALUE SPACES.
001700 01  I1-SUMMARY-LINE.
001710     05 FILLER                    PIC X(016)
001720            VALUE 'CONTRAS QUEUED  '.
001730     05 I1-SUM-CONTRA             PIC ZZZZZ9.
001740     05 FILLER                    PIC X(018)
001750            VALUE '  NO IB ACCOUNTS  '.
001760     05 I1-SUM-NO-ACCOUNT         PIC ZZZZZ9.
001770     05 FILLER                    PIC X(016)
001780            VALUE '  SAME BRANCH   '.
001790     05 I1-SUM-SAME-BRANCH        PIC ZZZZZ9.
001800     05 FILLER                    PIC X(064) VALUE SPACES.
001810 COPY "Transaction_Req.cpy"
001820     REPLACING TRANSACTION-REQ BY I1-CONTRA-WORK.
001830 COPY "Run_Statistics.cpy".
001835 COPY "Business_Date_Service.cpy".
001840 PROCEDURE DIVISION.
001850*-----------------------------------------------------------------
001860 0000-MAINLINE.
001870*-----------------------------------------------------------------
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-PROCESS-POSTING THRU 2000-EXIT
001900         UNTIL I1-TRANVALF-EOF.
001910     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001920     STOP RUN.
001930*-----------------------------------------------------------------
001940 1000-INITIALIZE.
001950*-----------------------------------------------------------------
001960     ACCEPT I1-RUN-DATE FROM DATE YYYYMMDD.
001961     MOVE SPACES TO BUSINESS-DATE-AREA.
001962     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
001963     EVALUATE TRUE
001964         WHEN BDS-OK
001965             MOVE BDS-BUSINESS-DATE TO I1-RUN-DATE
001966         WHEN BDS-NOT-STARTED
001967             DISPLAY 'ESB091I: BUSINESS DATE NOT STARTED -'
001968                 ' RUN REFUSED'
001969             MOVE 8 TO RETURN-CODE
001970             STOP RUN
001971         WHEN OTHER
001972             CONTINUE
001973     END-EVALUATE.
001974     ACCEPT I1-RUN-TIME FROM TIME.
001980     ACCEPT RST-START-TIME FROM TIME.
001990     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002000                  RST-REJECT-COUNT.
002010     OPEN INPUT IBACCTF.
002020     IF I1-IBACCTF-OK
002030         PERFORM 9100-READ-IBACCTF THRU 9100-EXIT
002040     ELSE
002050         DISPLAY 'ESB091I: NO INTER-BRANCH ACCOUNT TABLE'
002060         SET I1-IBACCTF-EOF TO TRUE
002070     END-IF.
002080     PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT
002090         UNTIL I1-IBACCTF-EOF.
002100     CLOSE IBACCTF.
002110     OPEN INPUT TRANVALF.
002120     IF I1-TRANVALF-OK
002130         PERFORM 9200-READ-TRANVALF THRU 9200-EXIT
002140     ELSE
002150         SET I1-TRANVALF-EOF TO TRUE
002160     END-IF.
002170     OPEN OUTPUT IBCONTF.
002180     OPEN OUTPUT IBGENRPT.
002190     MOVE I1-RUN-DATE TO I1-HDG-DATE.
002200     MOVE I1-HEADING-LINE TO IBGENRPT-RECORD.
002210     WRITE IBGENRPT-RECORD.
002220 1000-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250 1100-LOAD-ACCOUNTS.
002260*-----------------------------------------------------------------
002270     IF NOT IBA-ACTIVE
002280         GO TO 1100-READ-NEXT
002290     END-IF.
002300     IF I1-ACCOUNT-COUNT < 500
002310         ADD 1 TO I1-ACCOUNT-COUNT
002320         SET I1-ACC-IDX TO I1-ACCOUNT-COUNT
002330         MOVE IBA-OWN-BRANCH       TO I1-ACC-OWN (I1-ACC-IDX)
002340         MOVE IBA-CPTY-BRANCH      TO I1-ACC-CPTY (I1-ACC-IDX)
002350         MOVE IBA-DUE-TO-ACCOUNT
002360             TO I1-ACC-DUE-TO-ACCOUNT (I1-ACC-IDX)
002370         MOVE IBA-DUE-TO-SUBACCT
002380             TO I1-ACC-DUE-TO-SUBACCT (I1-ACC-IDX)
002390         MOVE IBA-DUE-FROM-ACCOUNT
002400             TO I1-ACC-DUE-FROM-ACCOUNT (I1-ACC-IDX)
002410         MOVE IBA-DUE-FROM-SUBACCT
002420             TO I1-ACC-DUE-FROM-SUBACCT (I1-ACC-IDX)
002430         MOVE IBA-TCD-DEBIT
002440             TO I1-ACC-TCD-DEBIT (I1-ACC-IDX)
002450         MOVE IBA-TCD-CREDIT
002460             TO I1-ACC-TCD-CREDIT (I1-ACC-IDX)
002470     ELSE
002474*        A PAIR LEFT OUT WOULD LEAVE ITS POSTINGS WITHOUT A
002478*        CONTRA, SO A FULL TABLE STOPS THE RUN.
002482         DISPLAY 'ESB091I: ACCOUNT TABLE FULL AT '
002486             IBA-OWN-BRANCH ' ' IBA-CPTY-BRANCH ' - RUN REFUSED'
002490         MOVE 8 TO RETURN-CODE
002494         STOP RUN
002500     END-IF.
002510 1100-READ-NEXT.
002520     PERFORM 9100-READ-IBACCTF THRU 9100-EXIT.
002530 1100-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560 2000-PROCESS-POSTING.
002570*-----------------------------------------------------------------
002580     ADD 1 TO I1-READ-COUNT.
002590     ADD 1 TO RST-RECORDS-IN.
002600     MOVE PCREF OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
002610         TO I1-PCREF-VIEW.
002620     IF I1-PCREF-VIEW-TAG = 'B'
002630         ADD 1 TO I1-OWN-CONTRA-COUNT
002640         GO TO 2000-NEXT-POSTING
002650     END-IF.
002660     MOVE GZAB1 OF TRANSACTION-REQ TO I1-DEBIT-BRANCH.
002670     MOVE GZAB2 OF TRANSACTION-REQ TO I1-CREDIT-BRANCH.
002680     IF I1-DEBIT-BRANCH = SPACES
002690        OR I1-CREDIT-BRANCH = SPACES
002700        OR I1-DEBIT-BRANCH = I1-CREDIT-BRANCH
002710         ADD 1 TO I1-SAME-BRANCH-COUNT
002720         GO TO 2000-NEXT-POSTING
002730     END-IF.
002740*    A POSTING FINANCE KEYS DIRECTLY TO AN INTER-BRANCH ACCOUNT
002750*    IS ITSELF A SETTLEMENT ENTRY AND IS NOT CONTRA'D AGAIN.
002760     MOVE I1-DEBIT-BRANCH TO I1-LOOKUP-BRANCH.
002770     MOVE GZAN1 OF TRANSACTION-REQ TO I1-LOOKUP-ACCOUNT.
002780     MOVE GZAS1 OF TRANSACTION-REQ TO I1-LOOKUP-SUBACCT.
002790     PERFORM 2200-CHECK-IB-ACCOUNT THRU 2200-EXIT.
002800     IF I1-IB-ACCOUNT
002810         ADD 1 TO I1-OWN-CONTRA-COUNT
002820         GO TO 2000-NEXT-POSTING
002830     END-IF.
002840     MOVE I1-CREDIT-BRANCH TO I1-LOOKUP-BRANCH.
002850     MOVE GZAN2 OF TRANSACTION-REQ TO I1-LOOKUP-ACCOUNT.
002860     MOVE GZAS2 OF TRANSACTION-REQ TO I1-LOOKUP-SUBACCT.
002870     PERFORM 2200-CHECK-IB-ACCOUNT THRU 2200-EXIT.
002880     IF I1-IB-ACCOUNT
002890         ADD 1 TO I1-OWN-CONTRA-COUNT
002900         GO TO 2000-NEXT-POSTING
002910     END-IF.
002920     MOVE I1-DEBIT-BRANCH  TO I1-LOOKUP-OWN.
002930     MOVE I1-CREDIT-BRANCH TO I1-LOOKUP-CPTY.
002940     PERFORM 2100-FIND-PAIR THRU 2100-EXIT.
002950     IF NOT I1-PAIR-FOUND
002960         MOVE 'NO DUE-TO ACCOUNT AT DEBITED BRANCH'
002970             TO I1-EXC-REASON
002980         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002990         GO TO 2000-NEXT-POSTING
003000     END-IF.
003010     SET I1-DEBIT-SUB TO I1-ACC-LOOKUP-IDX.
003020     MOVE I1-CREDIT-BRANCH TO I1-LOOKUP-OWN.
003030     MOVE I1-DEBIT-BRANCH  TO I1-LOOKUP-CPTY.
003040     PERFORM 2100-FIND-PAIR THRU 2100-EXIT.
003050     IF NOT I1-PAIR-FOUND
003060         MOVE 'NO DUE-FROM ACCOUNT AT CREDITED BRANCH'
003070             TO I1-EXC-REASON
003080         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003090         GO TO 2000-NEXT-POSTING
003100     END-IF.
003110     SET I1-CREDIT-SUB TO I1-ACC-LOOKUP-IDX.
003120     PERFORM 2300-BUILD-CONTRA THRU 2300-EXIT.
003130 2000-NEXT-POSTING.
003140     PERFORM 9200-READ-TRANVALF THRU 9200-EXIT.
003150 2000-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------------
003180 2100-FIND-PAIR.
003190*-----------------------------------------------------------------
003200     MOVE 'N' TO I1-PAIR-FOUND-SW.
003210     IF I1-ACCOUNT-COUNT = ZERO
003220         GO TO 2100-EXIT
003230     END-IF.
003240     SET I1-ACC-LOOKUP-IDX TO 1.
003250     PERFORM 2110-SCAN-PAIR THRU 2110-EXIT
003260         UNTIL I1-ACC-LOOKUP-IDX > I1-ACCOUNT-COUNT
003270            OR I1-PAIR-FOUND.
003280 2100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310 2110-SCAN-PAIR.
003320*-----------------------------------------------------------------
003330     IF I1-ACC-OWN (I1-ACC-LOOKUP-IDX) = I1-LOOKUP-OWN
003340        AND I1-ACC-CPTY (I1-ACC-LOOKUP-IDX) = I1-LOOKUP-CPTY
003350         SET I1-PAIR-FOUND TO TRUE
003360     ELSE
003370         SET I1-ACC-LOOKUP-IDX UP BY 1
003380     END-IF.
003390 2110-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420 2200-CHECK-IB-ACCOUNT.
003430*-----------------------------------------------------------------
003440     MOVE 'N' TO I1-IB-ACCOUNT-SW.
003450     IF I1-ACCOUNT-COUNT = ZERO
003460         GO TO 2200-EXIT
003470     END-IF.
003480     SET I1-ACC-LOOKUP-IDX TO 1.
003490     PERFORM 2210-SCAN-IB-ACCOUNT THRU 2210-EXIT
003500         UNTIL I1-ACC-LOOKUP-IDX > I1-ACCOUNT-COUNT
003510            OR I1-IB-ACCOUNT.
003520 2200-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550 2210-SCAN-IB-ACCOUNT.
003560*-----------------------------------------------------------------
003570     IF I1-ACC-OWN (I1-ACC-LOOKUP-IDX) = I1-LOOKUP-BRANCH
003580        AND ((I1-ACC-DUE-TO-ACCOUNT (I1-ACC-LOOKUP-IDX) =
003590                 I1-LOOKUP-ACCOUNT
003600              AND I1-ACC-DUE-TO-SUBACCT (I1-ACC-LOOKUP-IDX) =
003610                 I1-LOOKUP-SUBACCT)
003620          OR (I1-ACC-DUE-FROM-ACCOUNT (I1-ACC-LOOKUP-IDX) =
003630                 I1-LOOKUP-ACCOUNT
003640              AND I1-ACC-DUE-FROM-SUBACCT (I1-ACC-LOOKUP-IDX) =
003650                 I1-LOOKUP-SUBACCT))
003660         SET I1-IB-ACCOUNT TO TRUE
003670     ELSE
003680         SET I1-ACC-LOOKUP-IDX UP BY 1
003690     END-IF.
003700 2210-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730 2300-BUILD-CONTRA.
003740*-----------------------------------------------------------------
003750*    THE CREDITED BRANCH TAKES THE CREDIT LEG'S FIGURES AND THE
003760*    DEBITED BRANCH THE DEBIT LEG'S, SO EACH BRANCH BALANCES IN
003770*    THE CURRENCY IT ACTUALLY BOOKED.
003780     ADD 1 TO I1-CONTRA-COUNT.
003790     ADD 1 TO RST-RECORDS-OUT.
003800     ADD 1 TO I1-GEN-SEQ.
003810     MOVE I1-RUN-DATE TO I1-NEW-PCREF-DATE.
003820     MOVE I1-GEN-SEQ  TO I1-NEW-PCREF-SEQ.
003830     MOVE I1-NEW-PCREF
003840         TO PCREF OF TRANSACTION-REQ-HEADER OF I1-CONTRA-WORK.
003850     MOVE '0001'
003860         TO NMSGS OF TRANSACTION-REQ-HEADER OF I1-CONTRA-WORK.
003870     MOVE '0001'
003880         TO TRANSQ OF TRANSACTION-REQ-HEADER OF I1-CONTRA-WORK.
003890     MOVE I1-DATE-TIME
003900         TO TSTAMP OF TRANSACTION-REQ-HEADER OF I1-CONTRA-WORK.
003910     MOVE GZBRNM OF TRANSACTION-REQ TO GZBRNM OF I1-CONTRA-WORK.
003920     MOVE I1-CREDIT-BRANCH TO GZAB1 OF I1-CONTRA-WORK.
003930     MOVE I1-ACC-DUE-FROM-ACCOUNT (I1-CREDIT-SUB)
003940         TO GZAN1 OF I1-CONTRA-WORK.
003950     MOVE I1-ACC-DUE-FROM-SUBACCT (I1-CREDIT-SUB)
003960         TO GZAS1 OF I1-CONTRA-WORK.
003970     MOVE GZAMA2 OF TRANSACTION-REQ TO GZAMA1 OF I1-CONTRA-WORK.
003980     MOVE GZCCY2 OF TRANSACTION-REQ TO GZCCY1 OF I1-CONTRA-WORK.
003990     MOVE GZVFR2 OF TRANSACTION-REQ TO GZVFR1 OF I1-CONTRA-WORK.
004000     MOVE I1-ACC-TCD-DEBIT (I1-CREDIT-SUB)
004010         TO GZTCD1 OF I1-CONTRA-WORK.
004020     MOVE I1-DEBIT-BRANCH TO GZAB2 OF I1-CONTRA-WORK.
004030     MOVE I1-ACC-DUE-TO-ACCOUNT (I1-DEBIT-SUB)
004040         TO GZAN2 OF I1-CONTRA-WORK.
004050     MOVE I1-ACC-DUE-TO-SUBACCT (I1-DEBIT-SUB)
004060         TO GZAS2 OF I1-CONTRA-WORK.
004070     MOVE GZAMA1 OF TRANSACTION-REQ TO GZAMA2 OF I1-CONTRA-WORK.
004080     MOVE GZCCY1 OF TRANSACTION-REQ TO GZCCY2 OF I1-CONTRA-WORK.
004090     MOVE GZVFR1 OF TRANSACTION-REQ TO GZVFR2 OF I1-CONTRA-WORK.
004100     MOVE I1-ACC-TCD-CREDIT (I1-DEBIT-SUB)
004110         TO GZTCD2 OF I1-CONTRA-WORK.
004120*    BOTH LEGS CARRY THE ORIGINAL PCREF AS THEIR REFERENCE SO
004130*    FINANCE CAN WALK FROM A CONTRA BACK TO ITS POSTING.
004140     MOVE PCREF OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
004150         TO GZDRF1 OF I1-CONTRA-WORK.
004160     MOVE PCREF OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
004170         TO GZDRF2 OF I1-CONTRA-WORK.
004180     STRING 'INTER-BRANCH DUE FROM ' I1-DEBIT-BRANCH
004190         DELIMITED BY SIZE
004200         INTO GZNR1 OF I1-CONTRA-WORK.
004210     STRING 'INTER-BRANCH DUE TO ' I1-CREDIT-BRANCH
004220         DELIMITED BY SIZE
004230         INTO GZNR5 OF I1-CONTRA-WORK.
004240     MOVE PCREF OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
004250         TO I1-NAR-PCREF.
004260     MOVE TRANSQ OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
004270         TO I1-NAR-TRANSQ.
004280     MOVE I1-NARRATIVE-WORK TO GZNR2 OF I1-CONTRA-WORK.
004290     MOVE I1-NARRATIVE-WORK TO GZNR6 OF I1-CONTRA-WORK.
004300     PERFORM 2600-STAMP-CHECK-DIGITS THRU 2600-EXIT.
004310     MOVE I1-CONTRA-WORK TO IBCONTF-RECORD.
004320     WRITE IBCONTF-RECORD.
004330 2300-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360 2600-STAMP-CHECK-DIGITS.
004370*-----------------------------------------------------------------
004380*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
004390*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
004400*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
004410     MOVE SPACES TO I1-CHECKSUM-SOURCE.
004420     STRING GZAB1 OF I1-CONTRA-WORK
004430            GZAN1 OF I1-CONTRA-WORK
004440            GZAS1 OF I1-CONTRA-WORK
004450            GZAB2 OF I1-CONTRA-WORK
004460            GZAN2 OF I1-CONTRA-WORK
004470            GZAS2 OF I1-CONTRA-WORK
004480         DELIMITED BY SIZE INTO I1-CHECKSUM-SOURCE.
004490     MOVE 26 TO I1-CHECKSUM-LENGTH.
004500     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
004510     MOVE '0' TO I1-CHK-SIGN.
004520     MOVE I1-CHECKSUM-RESULT TO I1-CHK-VALUE.
004530     MOVE I1-CHK-FIELD TO GZQCHK OF I1-CONTRA-WORK.
004540     MOVE SPACES TO I1-CHECKSUM-SOURCE.
004550     STRING GZAMA1 OF I1-CONTRA-WORK
004560            GZAMA2 OF I1-CONTRA-WORK
004570         DELIMITED BY SIZE INTO I1-CHECKSUM-SOURCE.
004580     MOVE 34 TO I1-CHECKSUM-LENGTH.
004590     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
004600     MOVE '0' TO I1-CHK-SIGN.
004610     MOVE I1-CHECKSUM-RESULT TO I1-CHK-VALUE.
004620     MOVE I1-CHK-FIELD TO GZQCHD OF I1-CONTRA-WORK.
004630 2600-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660 2610-COMPUTE-CHECKSUM.
004670*-----------------------------------------------------------------
004680     MOVE ZERO TO I1-CHK-ACCUM.
004690     MOVE 1 TO I1-CHK-WEIGHT.
004700     MOVE 1 TO I1-CHK-BYTE-IDX.
004710     PERFORM 2620-SUM-ONE-BYTE THRU 2620-EXIT
004720         UNTIL I1-CHK-BYTE-IDX > I1-CHECKSUM-LENGTH.
004730     DIVIDE I1-CHK-ACCUM BY 1000 GIVING I1-CHK-QUOTIENT
004740         REMAINDER I1-CHECKSUM-RESULT.
004750 2610-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780 2620-SUM-ONE-BYTE.
004790*-----------------------------------------------------------------
004800     MOVE I1-CHECKSUM-SOURCE (I1-CHK-BYTE-IDX : 1)
004810         TO I1-CHK-BYTE-WORK.
004820     IF I1-CHK-BYTE-WORK IS NUMERIC
004830         COMPUTE I1-CHK-ACCUM = I1-CHK-ACCUM
004840             + (I1-CHK-DIGIT-WORK * I1-CHK-WEIGHT)
004850         ADD 1 TO I1-CHK-WEIGHT
004860         IF I1-CHK-WEIGHT > 9
004870             MOVE 1 TO I1-CHK-WEIGHT
004880         END-IF
004890     END-IF.
004900     ADD 1 TO I1-CHK-BYTE-IDX.
004910 2620-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940 2900-WRITE-EXCEPTION.
004950*-----------------------------------------------------------------
004960     ADD 1 TO I1-NO-ACCOUNT-COUNT.
004970     ADD 1 TO RST-REJECT-COUNT.
004980     MOVE PCREF OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
004990         TO I1-EXC-PCREF.
005000     MOVE TRANSQ OF TRANSACTION-REQ-HEADER OF TRANSACTION-REQ
005010         TO I1-EXC-TRANSQ.
005020     MOVE I1-DEBIT-BRANCH  TO I1-EXC-DEBIT-BRANCH.
005030     MOVE I1-CREDIT-BRANCH TO I1-EXC-CREDIT-BRANCH.
005040     MOVE I1-EXCEPTION-LINE TO IBGENRPT-RECORD.
005050     WRITE IBGENRPT-RECORD.
005060 2900-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090 8000-TERMINATE.
005100*-----------------------------------------------------------------
005110     MOVE I1-CONTRA-COUNT      TO I1-SUM-CONTRA.
005120     MOVE I1-NO-ACCOUNT-COUNT  TO I1-SUM-NO-ACCOUNT.
005130     MOVE I1-SAME-BRANCH-COUNT TO I1-SUM-SAME-BRANCH.
005140     MOVE I1-SUMMARY-LINE TO IBGENRPT-RECORD.
005150     WRITE IBGENRPT-RECORD.
005160     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
005170     CLOSE TRANVALF.
005180     CLOSE IBCONTF.
005190     CLOSE IBGENRPT.
005200     DISPLAY 'ESB091I: READ ' I1-READ-COUNT
005210         ' CONTRAS ' I1-CONTRA-COUNT
005220         ' NO ACCOUNTS ' I1-NO-ACCOUNT-COUNT
005230         ' SAME BRANCH ' I1-SAME-BRANCH-COUNT
005240         ' SETTLEMENT ' I1-OWN-CONTRA-COUNT.
005250 8000-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------------
005280 9100-READ-IBACCTF.
005290*-----------------------------------------------------------------
005300     READ IBACCTF
005310         AT END
005320             SET I1-IBACCTF-EOF TO TRUE
005330     END-READ.
005340 9100-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 9200-READ-TRANVALF.
005380*-----------------------------------------------------------------
005390     READ TRANVALF
005400         AT END
005410             SET I1-TRANVALF-EOF TO TRUE
005420     END-READ.
005430 9200-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460 9900-WRITE-RUN-STATS.
005470*-----------------------------------------------------------------
005480     MOVE 'ESB091I' TO RST-PROGRAM-ID.
005490     MOVE I1-RUN-DATE TO RST-BUSINESS-DATE.
005500     ACCEPT RST-END-TIME FROM TIME.
005510     MOVE '00' TO RST-WORST-STATUS.
005520     IF I1-IBCONTF-STATUS NOT = '00'
005530         MOVE I1-IBCONTF-STATUS TO RST-WORST-STATUS
005540     END-IF.
005550     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
005560 9900-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590 9999-EXIT.
005600*-----------------------------------------------------------------
005610     EXIT.
