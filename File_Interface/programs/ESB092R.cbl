000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB092R
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DUE-TO / DUE-FROM RECONCILIATION.  EVERY CONFIRMED LEG IN
000200*    THE DAY'S RESPONSE STREAM (TRANRSPF) THAT TOUCHES ONE OF THE
000210*    MAINTAINED INTER-BRANCH ACCOUNTS (IBACCTF) IS ROLLED INTO
000220*    THE POSITION FOR ITS BRANCH PAIR AND CURRENCY:
000230*      - A DUE-TO ACCOUNT AT BRANCH O FOR COUNTERPARTY C IS WHAT
000240*        O OWES C, AND RISES WITH A CREDIT;
000250*      - A DUE-FROM ACCOUNT AT BRANCH O FOR COUNTERPARTY C IS
000260*        WHAT C OWES O, AND RISES WITH A DEBIT.
000270*    FOR ANY PAIR THE OWING BRANCH'S DUE-TO MUST EQUAL THE OWED
000280*    BRANCH'S DUE-FROM.  THE SAME LEGS ARE ALSO CARRIED AS OPEN
000290*    ITEMS BY PCREF AND TRANSQ, SO A PAIR THAT DOES NOT AGREE
000300*    CAN BE LISTED DOWN TO THE UNMATCHED ENTRIES, WITH THEIR
000310*    AGE IN DAYS.  POSITIONS (IBPOSOLD/IBPOSNEW) AND OPEN ITEMS
000320*    (IBOPNOLD/IBOPNNEW) ARE CARRIED AS GENERATIONS.  AN ITEM
000330*    THAT NETS TO ZERO, OR WHOSE PAIR AGREES, IS DROPPED.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY.
000360*    15-OCT-2026  TC   INITIAL VERSION.
000370******************************************************************
000380 PROGRAM-ID. ESB092R.
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-ZSERIES.
000420 OBJECT-COMPUTER. IBM-ZSERIES.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT IBACCTF  ASSIGN TO IBACCTF
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS R2-IBACCTF-STATUS.
000480     SELECT TRANRSPF ASSIGN TO TRANRSPF
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS R2-TRANRSPF-STATUS.
000510     SELECT IBPOSOLD ASSIGN TO IBPOSOLD
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS R2-IBPOSOLD-STATUS.
000540     SELECT IBOPNOLD ASSIGN TO IBOPNOLD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS R2-IBOPNOLD-STATUS.
000570     SELECT IBPOSNEW ASSIGN TO IBPOSNEW
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS R2-IBPOSNEW-STATUS.
000600     SELECT IBOPNNEW ASSIGN TO IBOPNNEW
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS R2-IBOPNNEW-STATUS.
000630     SELECT IBRECRPT ASSIGN TO IBRECRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS R2-IBRECRPT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  IBACCTF
000690     RECORDING MODE IS F.
000700     COPY "Inter_Branch_Account.cpy".
000710 FD  TRANRSPF
000720     RECORDING MODE IS F.
000730     COPY "Transaction_Rsp_TT.cpy".
000740 FD  IBPOSOLD
000750     RECORDING MODE IS F.
000760     COPY "Inter_Branch_Position.cpy".
000770 FD  IBOPNOLD
000780     RECORDING MODE IS F.
000790     COPY "Inter_Branch_Open_Item.cpy".
000800 FD  IBPOSNEW
000810     RECORDING MODE IS F.
000820 01  IBPOSNEW-RECORD              PIC X(063).
000830 FD  IBOPNNEW
000840     RECORDING MODE IS F.
000850 01  IBOPNNEW-RECORD              PIC X(094).
000860 FD  IBRECRPT
000870     RECORDING MODE IS F.
000880 01  IBRECRPT-RECORD              PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 01  R2-IBACCTF-STATUS            PIC X(002) VALUE '00'.
000910     88 R2-IBACCTF-OK                        VALUE '00'.
000920 01  R2-TRANRSPF-STATUS           PIC X(002) VALUE '00'.
000930     88 R2-TRANRSPF-OK                       VALUE '00'.
000940 01  R2-IBPOSOLD-STATUS           PIC X(002) VALUE '00'.
000950     88 R2-IBPOSOLD-OK                       VALUE '00'.
000960 01  R2-IBOPNOLD-STATUS           PIC X(002) VALUE '00'.
000970     88 R2-IBOPNOLD-OK                       VALUE '00'.
000980 01  R2-IBPOSNEW-STATUS           PIC X(002) VALUE '00'.
000990 01  R2-IBOPNNEW-STATUS           PIC X(002) VALUE '00'.
001000 01  R2-IBRECRPT-STATUS           PIC X(002) VALUE '00'.
001010 01  R2-SWITCHES.
001020     05 R2-IBACCTF-EOF-SW         PIC X(001) VALUE 'N'.
001030        88 R2-IBACCTF-EOF                    VALUE 'Y'.
001040     05 R2-TRANRSPF-EOF-SW        PIC X(001) VALUE 'N'.
001050        88 R2-TRANRSPF-EOF                   VALUE 'Y'.
001060     05 R2-IBPOSOLD-EOF-SW        PIC X(001) VALUE 'N'.
001070        88 R2-IBPOSOLD-EOF                   VALUE 'Y'.
001080     05 R2-IBOPNOLD-EOF-SW        PIC X(001) VALUE 'N'.
001090        88 R2-IBOPNOLD-EOF                   VALUE 'Y'.
001100     05 R2-FOUND-SW               PIC X(001) VALUE 'N'.
001110        88 R2-FOUND                          VALUE 'Y'.
001120 01  R2-DATE-TIME.
001130     05 R2-RUN-DATE               PIC 9(008) VALUE ZERO.
001140     05 R2-RUN-TIME               PIC 9(006) VALUE ZERO.
001150 01  R2-COUNTERS.
001160     05 R2-READ-COUNT             PIC 9(007) VALUE ZERO.
001170     05 R2-LEG-COUNT              PIC 9(007) VALUE ZERO.
001180     05 R2-AGREED-COUNT           PIC 9(007) VALUE ZERO.
001190     05 R2-BREAK-COUNT            PIC 9(007) VALUE ZERO.
001200     05 R2-ITEM-OUT-COUNT         PIC 9(007) VALUE ZERO.
001210*    THE LEG BEING ROLLED IN.
001220 01  R2-LEG-SIDE                  PIC X(001) VALUE SPACES.
001230     88 R2-LEG-DEBIT                         VALUE 'D'.
001240     88 R2-LEG-CREDIT                        VALUE 'C'.
001250 01  R2-LEG-BRANCH                PIC X(004) VALUE SPACES.
001260 01  R2-LEG-ACCOUNT               PIC X(006) VALUE SPACES.
001270 01  R2-LEG-SUBACCT               PIC X(003) VALUE SPACES.
001280 01  R2-LEG-CCY                   PIC X(003) VALUE SPACES.
001290 01  R2-LEG-AMOUNT                PIC 9(015)V99 VALUE ZERO.
001300 01  R2-LEG-KIND                  PIC X(001) VALUE SPACES.
001310     88 R2-LEG-DUE-TO                        VALUE 'T'.
001320     88 R2-LEG-DUE-FROM                      VALUE 'F'.
001330 01  R2-LEG-OWING                 PIC X(004) VALUE SPACES.
001340 01  R2-LEG-OWED                  PIC X(004) VALUE SPACES.
001350 01  R2-LEG-DELTA                 PIC S9(015)V99 VALUE ZERO.
001360 01  R2-AMOUNT-WORK.
001370     05 R2-AMOUNT-TEXT            PIC X(017).
001380     05 R2-AMOUNT-NUMERIC REDEFINES R2-AMOUNT-TEXT
001390                                  PIC 9(015)V99.
001400 01  R2-POSITION-DIFF             PIC S9(015)V99 VALUE ZERO.
001410 01  R2-ITEM-AGE                  PIC S9(007) COMP VALUE ZERO.
001420*    EVERY INTER-BRANCH ACCOUNT, OPEN OR CLOSED, SO THAT LATE
001430*    ENTRIES TO A CLOSED PAIR STILL REACH ITS POSITION.
001440 01  R2-ACCOUNT-COUNT             PIC 9(004) COMP VALUE ZERO.
001450 01  R2-ACCOUNT-TABLE.
001460     05 R2-ACC-ENTRY OCCURS 500 TIMES
001470        INDEXED BY R2-ACC-IDX.
001480        10 R2-ACC-OWN             PIC X(004).
001490        10 R2-ACC-CPTY            PIC X(004).
001500        10 R2-ACC-DUE-TO-ACCOUNT  PIC X(006).
001510        10 R2-ACC-DUE-TO-SUBACCT  PIC X(003).
001520        10 R2-ACC-DUE-FROM-ACCOUNT PIC X(006).
001530        10 R2-ACC-DUE-FROM-SUBACCT PIC X(003).
001540 01  R2-POSITION-COUNT            PIC 9(004) COMP VALUE ZERO.
001550 01  R2-POSITION-TABLE.
001560     05 R2-POS-ENTRY OCCURS 1000 TIMES
001570        INDEXED BY R2-POS-IDX, R2-POS-LOOKUP-IDX.
001580        10 R2-POS-OWING           PIC X(004).
001590        10 R2-POS-OWED            PIC X(004).
001600        10 R2-POS-CCY             PIC X(003).
001610        10 R2-POS-DUE-TO          PIC S9(015)V99.
001620        10 R2-POS-DUE-FROM        PIC S9(015)V99.
001630        10 R2-POS-LAST-MOVE       PIC 9(008).
001640 01  R2-ITEM-COUNT                PIC 9(004) COMP VALUE ZERO.
001650 01  R2-ITEM-TABLE.
001660     05 R2-ITM-ENTRY OCCURS 5000 TIMES
001670        INDEXED BY R2-ITM-IDX, R2-ITM-LOOKUP-IDX.
001680        10 R2-ITM-OWING           PIC X(004).
001690        10 R2-ITM-OWED            PIC X(004).
001700        10 R2-ITM-CCY             PIC X(003).
001710        10 R2-ITM-PCREF           PIC X(020).
001720        10 R2-ITM-TRANSQ          PIC X(004).
001730        10 R2-ITM-REFERENCE       PIC X(016).
001740        10 R2-ITM-DIFFERENCE      PIC S9(015)V99.
001750        10 R2-ITM-FIRST-DATE      PIC 9(008).
001760        10 R2-ITM-LAST-DATE       PIC 9(008).
001770        10 R2-ITM-KEEP-SW         PIC X(001).
001780 01  R2-HEADING-LINE.
001790     05 FILLER                    PIC X(037)
001800            VALUE 'DUE-TO / DUE-FROM RECONCILIATION     '.
001810     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001820     05 R2-HDG-DATE               PIC 9(008).
001830     05 FILLER                    PIC X(082) VALUE SPACES.
001840 01  R2-COLUMN-LINE.
001850     05 FILLER                    PIC X(015)
001860            VALUE 'OWING OWED CCY '.
001870     05 FILLER                    PIC X(021)
001880            VALUE '             DUE-TO  '.
001890     05 FILLER                    PIC X(021)
001900            VALUE '           DUE-FROM  '.
001910     05 FILLER                    PIC X(020)
001920            VALUE '         DIFFERENCE '.
001930     05 FILLER                    PIC X(055)
001940            VALUE 'STATUS'.
001950 01  R2-POSITION-LINE.
001960     05 R2-PSL-OWING              PIC X(004).
001970     05 FILLER                    PIC X(002) VALUE SPACES.
001980     05 R2-PSL-OWED               PIC X(004).
001990     05 FILLER                    PIC X(001) VALUE SPACES.
002000     05 R2-PSL-CCY                PIC X(003).
002010     05 FILLER                    PIC X(001) VALUE SPACES.
002020     05 R2-PSL-DUE-TO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002030     05 FILLER                    PIC X(002) VALUE SPACES.
002040     05 R2-PSL-DUE-FROM           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002050     05 FILLER                    PIC X(002) VALUE SPACES.
002060     05 R2-PSL-DIFFERENCE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002070     05 FILLER                    PIC X(001) VALUE SPACES.
002080     05 R2-PSL-STATUS             PIC X(006).
002090     05 FILLER                    PIC X(049) VALUE SPACES.
002100 01  R2-ITEM-LINE.
002110     05 FILLER                    PIC X(006) VALUE SPACES.
002120     05 R2-ITL-PCREF              PIC X(020).
002130     05 FILLER                    PIC X(001) VALUE SPACES.
002140     05 R2-ITL-TRANSQ             PIC X(004).
002150     05 FILLER                    PIC X(001) VALUE SPACES.
002160     05 R2-ITL-REFERENCE          PIC X(016).
002170     05 FILLER                    PIC X(001) VALUE SPACES.
002180     05 R2-ITL-DIFFERENCE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002190     05 FILLER                    PIC X(001) VALUE SPACES.
002200     05 R2-ITL-FIRST-DATE         PIC 9(008).
002210     05 FILLER                    PIC X(001) VALUE SPACES.
002220     05 R2-ITL-AGE                PIC ZZZZ9.
002230     05 FILLER                    PIC X(005) VALUE ' DAYS'.
002240     05 FILLER                    PIC X(044) VALUE SPACES.
002250 01  R2-SUMMARY-LINE.
002260     05 FILLER                    PIC X(018)
002270            VALUE 'PAIRS AGREED      '.
002280     05 R2-SUM-AGREED             PIC ZZZZZ9.
002290     05 FILLER                    PIC X(018)
002300            VALUE '  PAIRS IN BREAK  '.
002310     05 R2-SUM-BREAK              PIC ZZZZZ9.
002320     05 FILLER                    PIC X(018)
002330            VALUE '  OPEN ITEMS      '.
002340     05 R2-SUM-ITEMS              PIC ZZZZZ9.
002350     05 FILLER                    PIC X(060) VALUE SPACES.
002360 COPY "Run_Statistics.cpy".
002365 COPY "Business_Date_Service.cpy".
002370 PROCEDURE DIVISION.
002380*-----------------------------------------------------------------
002390 0000-MAINLINE.
002400*-----------------------------------------------------------------
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
002430         UNTIL R2-TRANRSPF-EOF.
002440     PERFORM 5000-REPORT-POSITIONS THRU 5000-EXIT.
002450     PERFORM 6000-WRITE-OPEN-ITEMS THRU 6000-EXIT.
002460     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002470     STOP RUN.
002480*-----------------------------------------------------------------
002490 1000-INITIALIZE.
002500*-----------------------------------------------------------------
002510     ACCEPT R2-RUN-DATE FROM DATE YYYYMMDD.
002511     MOVE SPACES TO BUSINESS-DATE-AREA.
002512     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002513     EVALUATE TRUE
002514         WHEN BDS-OK
002515             MOVE BDS-BUSINESS-DATE TO R2-RUN-DATE
002516         WHEN BDS-NOT-STARTED
002517             DISPLAY 'ESB092R: BUSINESS DATE NOT STARTED -'
002518                 ' RUN REFUSED'
002519             MOVE 8 TO RETURN-CODE
002520             STOP RUN
002521         WHEN OTHER
002522             CONTINUE
002523     END-EVALUATE.
002524     ACCEPT R2-RUN-TIME FROM TIME.
002530     ACCEPT RST-START-TIME FROM TIME.
002540     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002550                  RST-REJECT-COUNT.
002560     OPEN INPUT IBACCTF.
002570     IF R2-IBACCTF-OK
002580         PERFORM 9100-READ-IBACCTF THRU 9100-EXIT
002590     ELSE
002600         DISPLAY 'ESB092R: NO INTER-BRANCH ACCOUNT TABLE'
002610         SET R2-IBACCTF-EOF TO TRUE
002620     END-IF.
002630     PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT
002640         UNTIL R2-IBACCTF-EOF.
002650     CLOSE IBACCTF.
002660     OPEN INPUT IBPOSOLD.
002670     IF R2-IBPOSOLD-OK
002680         PERFORM 9300-READ-IBPOSOLD THRU 9300-EXIT
002690     ELSE
002700         SET R2-IBPOSOLD-EOF TO TRUE
002710     END-IF.
002720     PERFORM 1200-LOAD-POSITIONS THRU 1200-EXIT
002730         UNTIL R2-IBPOSOLD-EOF.
002740     CLOSE IBPOSOLD.
002750     OPEN INPUT IBOPNOLD.
002760     IF R2-IBOPNOLD-OK
002770         PERFORM 9400-READ-IBOPNOLD THRU 9400-EXIT
002780     ELSE
002790         SET R2-IBOPNOLD-EOF TO TRUE
002800     END-IF.
002810     PERFORM 1300-LOAD-OPEN-ITEMS THRU 1300-EXIT
002820         UNTIL R2-IBOPNOLD-EOF.
002830     CLOSE IBOPNOLD.
002840     OPEN INPUT TRANRSPF.
002850     IF R2-TRANRSPF-OK
002860         PERFORM 9200-READ-TRANRSPF THRU 9200-EXIT
002870     ELSE
002880         SET R2-TRANRSPF-EOF TO TRUE
002890     END-IF.
002900     OPEN OUTPUT IBPOSNEW.
002910     OPEN OUTPUT IBOPNNEW.
002920     OPEN OUTPUT IBRECRPT.
002930     MOVE R2-RUN-DATE TO R2-HDG-DATE.
002940     MOVE R2-HEADING-LINE TO IBRECRPT-RECORD.
002950     WRITE IBRECRPT-RECORD.
002960     MOVE R2-COLUMN-LINE TO IBRECRPT-RECORD.
002970     WRITE IBRECRPT-RECORD.
002980 1000-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010 1100-LOAD-ACCOUNTS.
003020*-----------------------------------------------------------------
003030     IF R2-ACCOUNT-COUNT < 500
003040         ADD 1 TO R2-ACCOUNT-COUNT
003050         SET R2-ACC-IDX TO R2-ACCOUNT-COUNT
003060         MOVE IBA-OWN-BRANCH       TO R2-ACC-OWN (R2-ACC-IDX)
003070         MOVE IBA-CPTY-BRANCH      TO R2-ACC-CPTY (R2-ACC-IDX)
003080         MOVE IBA-DUE-TO-ACCOUNT
003090             TO R2-ACC-DUE-TO-ACCOUNT (R2-ACC-IDX)
003100         MOVE IBA-DUE-TO-SUBACCT
003110             TO R2-ACC-DUE-TO-SUBACCT (R2-ACC-IDX)
003120         MOVE IBA-DUE-FROM-ACCOUNT
003130             TO R2-ACC-DUE-FROM-ACCOUNT (R2-ACC-IDX)
003140         MOVE IBA-DUE-FROM-SUBACCT
003150             TO R2-ACC-DUE-FROM-SUBACCT (R2-ACC-IDX)
003160     ELSE
003166         DISPLAY 'ESB092R: ACCOUNT TABLE FULL AT '
003172             IBA-OWN-BRANCH ' ' IBA-CPTY-BRANCH ' - RUN REFUSED'
003178         MOVE 8 TO RETURN-CODE
003184         STOP RUN
003190     END-IF.
003200     PERFORM 9100-READ-IBACCTF THRU 9100-EXIT.
003210 1100-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240 1200-LOAD-POSITIONS.
003250*-----------------------------------------------------------------
003260     IF R2-POSITION-COUNT < 1000
003270         ADD 1 TO R2-POSITION-COUNT
003280         SET R2-POS-IDX TO R2-POSITION-COUNT
003290         MOVE IBP-OWING-BRANCH     TO R2-POS-OWING (R2-POS-IDX)
003300         MOVE IBP-OWED-BRANCH      TO R2-POS-OWED (R2-POS-IDX)
003310         MOVE IBP-CCY              TO R2-POS-CCY (R2-POS-IDX)
003320         MOVE IBP-DUE-TO-BALANCE   TO R2-POS-DUE-TO (R2-POS-IDX)
003330         MOVE IBP-DUE-FROM-BALANCE TO R2-POS-DUE-FROM (R2-POS-IDX)
003340         MOVE IBP-LAST-MOVE-DATE
003350             TO R2-POS-LAST-MOVE (R2-POS-IDX)
003360     ELSE
003370         DISPLAY 'ESB092R: POSITION TABLE FULL AT '
003380             IBP-OWING-BRANCH ' ' IBP-OWED-BRANCH ' ' IBP-CCY
003382             ' - RUN REFUSED'
003384         MOVE 8 TO RETURN-CODE
003386         STOP RUN
003390     END-IF.
003400     PERFORM 9300-READ-IBPOSOLD THRU 9300-EXIT.
003410 1200-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------------
003440 1300-LOAD-OPEN-ITEMS.
003450*-----------------------------------------------------------------
003460     IF R2-ITEM-COUNT < 5000
003470         ADD 1 TO R2-ITEM-COUNT
003480         SET R2-ITM-IDX TO R2-ITEM-COUNT
003490         MOVE IBO-OWING-BRANCH     TO R2-ITM-OWING (R2-ITM-IDX)
003500         MOVE IBO-OWED-BRANCH      TO R2-ITM-OWED (R2-ITM-IDX)
003510         MOVE IBO-CCY              TO R2-ITM-CCY (R2-ITM-IDX)
003520         MOVE IBO-PCREF            TO R2-ITM-PCREF (R2-ITM-IDX)
003530         MOVE IBO-TRANSQ           TO R2-ITM-TRANSQ (R2-ITM-IDX)
003540         MOVE IBO-REFERENCE
003550             TO R2-ITM-REFERENCE (R2-ITM-IDX)
003560         MOVE IBO-DIFFERENCE
003570             TO R2-ITM-DIFFERENCE (R2-ITM-IDX)
003580         MOVE IBO-FIRST-DATE
003590             TO R2-ITM-FIRST-DATE (R2-ITM-IDX)
003600         MOVE IBO-LAST-DATE
003610             TO R2-ITM-LAST-DATE (R2-ITM-IDX)
003620         MOVE 'Y'                  TO R2-ITM-KEEP-SW (R2-ITM-IDX)
003630     ELSE
003636         DISPLAY 'ESB092R: OPEN ITEM TABLE FULL AT '
003642             IBO-PCREF ' ' IBO-TRANSQ ' - RUN REFUSED'
003648         MOVE 8 TO RETURN-CODE
003654         STOP RUN
003660     END-IF.
003670     PERFORM 9400-READ-IBOPNOLD THRU 9400-EXIT.
003680 1300-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710 2000-PROCESS-RESPONSE.
003720*-----------------------------------------------------------------
003730     ADD 1 TO R2-READ-COUNT.
003740     ADD 1 TO RST-RECORDS-IN.
003750     IF XRREC OF TRANSACTION-RSP-HEADER = 'Y'
003760*        A REJECTED POSTING NEVER REACHED THE BRANCH BOOKS.
003770         GO TO 2000-NEXT-RESPONSE
003780     END-IF.
003790     MOVE 'D' TO R2-LEG-SIDE.
003800     MOVE GZAB1 OF TRANSACTION-RSP-BODY TO R2-LEG-BRANCH.
003810     MOVE GZAN1 OF TRANSACTION-RSP-BODY TO R2-LEG-ACCOUNT.
003820     MOVE GZAS1 OF TRANSACTION-RSP-BODY TO R2-LEG-SUBACCT.
003830     MOVE GZCCY1 OF TRANSACTION-RSP-BODY TO R2-LEG-CCY.
003840     MOVE GZAMA1 OF TRANSACTION-RSP-BODY TO R2-AMOUNT-TEXT.
003850     PERFORM 3000-APPLY-LEG THRU 3000-EXIT.
003860     MOVE 'C' TO R2-LEG-SIDE.
003870     MOVE GZAB2 OF TRANSACTION-RSP-BODY TO R2-LEG-BRANCH.
003880     MOVE GZAN2 OF TRANSACTION-RSP-BODY TO R2-LEG-ACCOUNT.
003890     MOVE GZAS2 OF TRANSACTION-RSP-BODY TO R2-LEG-SUBACCT.
003900     MOVE GZCCY2 OF TRANSACTION-RSP-BODY TO R2-LEG-CCY.
003910     MOVE GZAMA2 OF TRANSACTION-RSP-BODY TO R2-AMOUNT-TEXT.
003920     PERFORM 3000-APPLY-LEG THRU 3000-EXIT.
003930 2000-NEXT-RESPONSE.
003940     PERFORM 9200-READ-TRANRSPF THRU 9200-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980 3000-APPLY-LEG.
003990*-----------------------------------------------------------------
004000     IF R2-LEG-BRANCH = SPACES
004010         GO TO 3000-EXIT
004020     END-IF.
004030     PERFORM 3100-CLASSIFY-LEG THRU 3100-EXIT.
004040     IF NOT R2-FOUND
004050         GO TO 3000-EXIT
004060     END-IF.
004070     ADD 1 TO R2-LEG-COUNT.
004080     IF R2-AMOUNT-TEXT IS NUMERIC
004090         MOVE R2-AMOUNT-NUMERIC TO R2-LEG-AMOUNT
004100     ELSE
004110         MOVE ZERO TO R2-LEG-AMOUNT
004120     END-IF.
004130*    DUE-TO RISES WITH A CREDIT, DUE-FROM WITH A DEBIT.
004140     IF (R2-LEG-DUE-TO AND R2-LEG-CREDIT)
004150        OR (R2-LEG-DUE-FROM AND R2-LEG-DEBIT)
004160         MOVE R2-LEG-AMOUNT TO R2-LEG-DELTA
004170     ELSE
004180         COMPUTE R2-LEG-DELTA = ZERO - R2-LEG-AMOUNT
004190     END-IF.
004200     PERFORM 3200-FIND-POSITION THRU 3200-EXIT.
004210     IF R2-LEG-DUE-TO
004220         ADD R2-LEG-DELTA TO R2-POS-DUE-TO (R2-POS-LOOKUP-IDX)
004230     ELSE
004240         ADD R2-LEG-DELTA TO R2-POS-DUE-FROM (R2-POS-LOOKUP-IDX)
004250     END-IF.
004260     MOVE R2-RUN-DATE TO R2-POS-LAST-MOVE (R2-POS-LOOKUP-IDX).
004270     PERFORM 3300-FIND-OPEN-ITEM THRU 3300-EXIT.
004280     IF NOT R2-FOUND
004290         GO TO 3000-EXIT
004300     END-IF.
004310     IF R2-LEG-DUE-TO
004320         ADD R2-LEG-DELTA
004330             TO R2-ITM-DIFFERENCE (R2-ITM-LOOKUP-IDX)
004340     ELSE
004350         SUBTRACT R2-LEG-DELTA
004360             FROM R2-ITM-DIFFERENCE (R2-ITM-LOOKUP-IDX)
004370     END-IF.
004380     MOVE R2-RUN-DATE TO R2-ITM-LAST-DATE (R2-ITM-LOOKUP-IDX).
004390 3000-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------------
004420 3100-CLASSIFY-LEG.
004430*-----------------------------------------------------------------
004440*    A DUE-TO AT O FOR C IS O OWING C; A DUE-FROM AT O FOR C IS
004450*    C OWING O.  BOTH SIDES OF ONE OBLIGATION LAND ON THE SAME
004460*    OWING/OWED POSITION.
004470     MOVE 'N' TO R2-FOUND-SW.
004480     MOVE SPACES TO R2-LEG-KIND.
004490     IF R2-ACCOUNT-COUNT = ZERO
004500         GO TO 3100-EXIT
004510     END-IF.
004520     SET R2-ACC-IDX TO 1.
004530     PERFORM 3110-SCAN-ACCOUNT THRU 3110-EXIT
004540         UNTIL R2-ACC-IDX > R2-ACCOUNT-COUNT
004550            OR R2-FOUND.
004560 3100-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590 3110-SCAN-ACCOUNT.
004600*-----------------------------------------------------------------
004610     IF R2-ACC-OWN (R2-ACC-IDX) = R2-LEG-BRANCH
004620        AND R2-ACC-DUE-TO-ACCOUNT (R2-ACC-IDX) = R2-LEG-ACCOUNT
004630        AND R2-ACC-DUE-TO-SUBACCT (R2-ACC-IDX) = R2-LEG-SUBACCT
004640         SET R2-FOUND TO TRUE
004650         SET R2-LEG-DUE-TO TO TRUE
004660         MOVE R2-ACC-OWN (R2-ACC-IDX)  TO R2-LEG-OWING
004670         MOVE R2-ACC-CPTY (R2-ACC-IDX) TO R2-LEG-OWED
004680         GO TO 3110-EXIT
004690     END-IF.
004700     IF R2-ACC-OWN (R2-ACC-IDX) = R2-LEG-BRANCH
004710        AND R2-ACC-DUE-FROM-ACCOUNT (R2-ACC-IDX) = R2-LEG-ACCOUNT
004720        AND R2-ACC-DUE-FROM-SUBACCT (R2-ACC-IDX) = R2-LEG-SUBACCT
004730         SET R2-FOUND TO TRUE
004740         SET R2-LEG-DUE-FROM TO TRUE
004750         MOVE R2-ACC-CPTY (R2-ACC-IDX) TO R2-LEG-OWING
004760         MOVE R2-ACC-OWN (R2-ACC-IDX)  TO R2-LEG-OWED
004770         GO TO 3110-EXIT
004780     END-IF.
004790     SET R2-ACC-IDX UP BY 1.
004800 3110-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830 3200-FIND-POSITION.
004840*-----------------------------------------------------------------
004850     MOVE 'N' TO R2-FOUND-SW.
004860     SET R2-POS-LOOKUP-IDX TO 1.
004870     IF R2-POSITION-COUNT > ZERO
004880         PERFORM 3210-SCAN-POSITION THRU 3210-EXIT
004890             UNTIL R2-POS-LOOKUP-IDX > R2-POSITION-COUNT
004900                OR R2-FOUND
004910     END-IF.
004920     IF R2-FOUND
004930         GO TO 3200-EXIT
004940     END-IF.
004943*    A LEG POSTED TO ANOTHER PAIR'S POSITION WOULD MISSTATE BOTH,
004946*    SO A FULL TABLE STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
004950     IF R2-POSITION-COUNT NOT < 1000
004960         DISPLAY 'ESB092R: POSITION TABLE FULL AT '
004970             R2-LEG-OWING ' ' R2-LEG-OWED ' ' R2-LEG-CCY
004977             ' - RUN REFUSED'
004984         MOVE 8 TO RETURN-CODE
004991         STOP RUN
005000     END-IF.
005010     ADD 1 TO R2-POSITION-COUNT.
005020     SET R2-POS-LOOKUP-IDX TO R2-POSITION-COUNT.
005030     MOVE R2-LEG-OWING TO R2-POS-OWING (R2-POS-LOOKUP-IDX).
005040     MOVE R2-LEG-OWED  TO R2-POS-OWED (R2-POS-LOOKUP-IDX).
005050     MOVE R2-LEG-CCY   TO R2-POS-CCY (R2-POS-LOOKUP-IDX).
005060     MOVE ZERO TO R2-POS-DUE-TO (R2-POS-LOOKUP-IDX)
005070                  R2-POS-DUE-FROM (R2-POS-LOOKUP-IDX).
005080 3200-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110 3210-SCAN-POSITION.
005120*-----------------------------------------------------------------
005130     IF R2-POS-OWING (R2-POS-LOOKUP-IDX) = R2-LEG-OWING
005140        AND R2-POS-OWED (R2-POS-LOOKUP-IDX) = R2-LEG-OWED
005150        AND R2-POS-CCY (R2-POS-LOOKUP-IDX) = R2-LEG-CCY
005160         SET R2-FOUND TO TRUE
005170     ELSE
005180         SET R2-POS-LOOKUP-IDX UP BY 1
005190     END-IF.
005200 3210-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230 3300-FIND-OPEN-ITEM.
005240*-----------------------------------------------------------------
005250*    BOTH LEGS OF A CONTRA CARRY ONE PCREF/TRANSQ, SO A CONTRA
005260*    THAT POSTED ON BOTH SIDES NETS ITS ITEM BACK TO ZERO.
005270     MOVE 'N' TO R2-FOUND-SW.
005280     SET R2-ITM-LOOKUP-IDX TO 1.
005290     IF R2-ITEM-COUNT > ZERO
005300         PERFORM 3310-SCAN-OPEN-ITEM THRU 3310-EXIT
005310             UNTIL R2-ITM-LOOKUP-IDX > R2-ITEM-COUNT
005320                OR R2-FOUND
005330     END-IF.
005340     IF R2-FOUND
005350         GO TO 3300-EXIT
005360     END-IF.
005363*    AN UNMATCHED LEG NOT HELD WOULD NEVER AGE ONTO THE REPORT,
005366*    SO A FULL TABLE STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
005370     IF R2-ITEM-COUNT NOT < 5000
005380         DISPLAY 'ESB092R: OPEN ITEM TABLE FULL AT '
005390             PCREF OF TRANSACTION-RSP-HEADER ' '
005397             TRANSQ OF TRANSACTION-RSP-HEADER ' - RUN REFUSED'
005404         MOVE 8 TO RETURN-CODE
005411         STOP RUN
005420     END-IF.
005430     ADD 1 TO R2-ITEM-COUNT.
005440     SET R2-ITM-LOOKUP-IDX TO R2-ITEM-COUNT.
005450     MOVE R2-LEG-OWING TO R2-ITM-OWING (R2-ITM-LOOKUP-IDX).
005460     MOVE R2-LEG-OWED  TO R2-ITM-OWED (R2-ITM-LOOKUP-IDX).
005470     MOVE R2-LEG-CCY   TO R2-ITM-CCY (R2-ITM-LOOKUP-IDX).
005480     MOVE PCREF OF TRANSACTION-RSP-HEADER
005490         TO R2-ITM-PCREF (R2-ITM-LOOKUP-IDX).
005500     MOVE TRANSQ OF TRANSACTION-RSP-HEADER
005510         TO R2-ITM-TRANSQ (R2-ITM-LOOKUP-IDX).
005520     MOVE GZDRF1 OF TRANSACTION-RSP-BODY
005530         TO R2-ITM-REFERENCE (R2-ITM-LOOKUP-IDX).
005540     MOVE ZERO TO R2-ITM-DIFFERENCE (R2-ITM-LOOKUP-IDX).
005550     MOVE R2-RUN-DATE TO R2-ITM-FIRST-DATE (R2-ITM-LOOKUP-IDX).
005560     MOVE 'Y' TO R2-ITM-KEEP-SW (R2-ITM-LOOKUP-IDX).
005570     SET R2-FOUND TO TRUE.
005580 3300-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610 3310-SCAN-OPEN-ITEM.
005620*-----------------------------------------------------------------
005630     IF R2-ITM-OWING (R2-ITM-LOOKUP-IDX) = R2-LEG-OWING
005640        AND R2-ITM-OWED (R2-ITM-LOOKUP-IDX) = R2-LEG-OWED
005650        AND R2-ITM-CCY (R2-ITM-LOOKUP-IDX) = R2-LEG-CCY
005660        AND R2-ITM-PCREF (R2-ITM-LOOKUP-IDX) =
005670               PCREF OF TRANSACTION-RSP-HEADER
005680        AND R2-ITM-TRANSQ (R2-ITM-LOOKUP-IDX) =
005690               TRANSQ OF TRANSACTION-RSP-HEADER
005700         SET R2-FOUND TO TRUE
005710     ELSE
005720         SET R2-ITM-LOOKUP-IDX UP BY 1
005730     END-IF.
005740 3310-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770 5000-REPORT-POSITIONS.
005780*-----------------------------------------------------------------
005790     IF R2-POSITION-COUNT = ZERO
005800         GO TO 5000-EXIT
005810     END-IF.
005820     SET R2-POS-IDX TO 1.
005830     PERFORM 5100-REPORT-ONE-POSITION THRU 5100-EXIT
005840         UNTIL R2-POS-IDX > R2-POSITION-COUNT.
005850 5000-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------------
005880 5100-REPORT-ONE-POSITION.
005890*-----------------------------------------------------------------
005900     COMPUTE R2-POSITION-DIFF = R2-POS-DUE-TO (R2-POS-IDX)
005910                              - R2-POS-DUE-FROM (R2-POS-IDX).
005920     MOVE R2-POS-OWING (R2-POS-IDX)    TO R2-PSL-OWING.
005930     MOVE R2-POS-OWED (R2-POS-IDX)     TO R2-PSL-OWED.
005940     MOVE R2-POS-CCY (R2-POS-IDX)      TO R2-PSL-CCY.
005950     MOVE R2-POS-DUE-TO (R2-POS-IDX)   TO R2-PSL-DUE-TO.
005960     MOVE R2-POS-DUE-FROM (R2-POS-IDX) TO R2-PSL-DUE-FROM.
005970     MOVE R2-POSITION-DIFF             TO R2-PSL-DIFFERENCE.
005980     IF R2-POSITION-DIFF = ZERO
005990         MOVE 'AGREED' TO R2-PSL-STATUS
006000         ADD 1 TO R2-AGREED-COUNT
006010     ELSE
006020         MOVE 'BREAK ' TO R2-PSL-STATUS
006030         ADD 1 TO R2-BREAK-COUNT
006040         ADD 1 TO RST-REJECT-COUNT
006050     END-IF.
006060     MOVE R2-POSITION-LINE TO IBRECRPT-RECORD.
006070     WRITE IBRECRPT-RECORD.
006080     IF R2-ITEM-COUNT > ZERO
006090         SET R2-ITM-IDX TO 1
006100         PERFORM 5200-REPORT-ITEM THRU 5200-EXIT
006110             UNTIL R2-ITM-IDX > R2-ITEM-COUNT
006120     END-IF.
006130     MOVE R2-POS-OWING (R2-POS-IDX)    TO IBP-OWING-BRANCH.
006140     MOVE R2-POS-OWED (R2-POS-IDX)     TO IBP-OWED-BRANCH.
006150     MOVE R2-POS-CCY (R2-POS-IDX)      TO IBP-CCY.
006160     MOVE R2-POS-DUE-TO (R2-POS-IDX)   TO IBP-DUE-TO-BALANCE.
006170     MOVE R2-POS-DUE-FROM (R2-POS-IDX) TO IBP-DUE-FROM-BALANCE.
006180     MOVE R2-POS-LAST-MOVE (R2-POS-IDX) TO IBP-LAST-MOVE-DATE.
006190     MOVE INTER-BRANCH-POSITION-RECORD TO IBPOSNEW-RECORD.
006200     WRITE IBPOSNEW-RECORD.
006210     ADD 1 TO RST-RECORDS-OUT.
006220     SET R2-POS-IDX UP BY 1.
006230 5100-EXIT.
006240     EXIT.
006250*-----------------------------------------------------------------
006260 5200-REPORT-ITEM.
006270*-----------------------------------------------------------------
006280*    ONCE A PAIR AGREES ITS REMAINING ITEMS HAVE OFFSET EACH
006290*    OTHER AND ARE RETIRED; UNDER A BREAK THEY ARE LISTED.
006300     IF R2-ITM-OWING (R2-ITM-IDX) NOT = R2-POS-OWING (R2-POS-IDX)
006310        OR R2-ITM-OWED (R2-ITM-IDX) NOT = R2-POS-OWED (R2-POS-IDX)
006320        OR R2-ITM-CCY (R2-ITM-IDX) NOT = R2-POS-CCY (R2-POS-IDX)
006330         GO TO 5200-NEXT-ITEM
006340     END-IF.
006350     IF R2-POSITION-DIFF = ZERO
006360         MOVE 'N' TO R2-ITM-KEEP-SW (R2-ITM-IDX)
006370         GO TO 5200-NEXT-ITEM
006380     END-IF.
006390     IF R2-ITM-DIFFERENCE (R2-ITM-IDX) = ZERO
006400         GO TO 5200-NEXT-ITEM
006410     END-IF.
006420     COMPUTE R2-ITEM-AGE =
006430         FUNCTION INTEGER-OF-DATE(R2-RUN-DATE)
006440       - FUNCTION INTEGER-OF-DATE(R2-ITM-FIRST-DATE (R2-ITM-IDX)).
006450     MOVE R2-ITM-PCREF (R2-ITM-IDX)      TO R2-ITL-PCREF.
006460     MOVE R2-ITM-TRANSQ (R2-ITM-IDX)     TO R2-ITL-TRANSQ.
006470     MOVE R2-ITM-REFERENCE (R2-ITM-IDX)  TO R2-ITL-REFERENCE.
006480     MOVE R2-ITM-DIFFERENCE (R2-ITM-IDX) TO R2-ITL-DIFFERENCE.
006490     MOVE R2-ITM-FIRST-DATE (R2-ITM-IDX) TO R2-ITL-FIRST-DATE.
006500     MOVE R2-ITEM-AGE                    TO R2-ITL-AGE.
006510     MOVE R2-ITEM-LINE TO IBRECRPT-RECORD.
006520     WRITE IBRECRPT-RECORD.
006530 5200-NEXT-ITEM.
006540     SET R2-ITM-IDX UP BY 1.
006550 5200-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------------
006580 6000-WRITE-OPEN-ITEMS.
006590*-----------------------------------------------------------------
006600     IF R2-ITEM-COUNT = ZERO
006610         GO TO 6000-EXIT
006620     END-IF.
006630     SET R2-ITM-IDX TO 1.
006640     PERFORM 6100-WRITE-ONE-ITEM THRU 6100-EXIT
006650         UNTIL R2-ITM-IDX > R2-ITEM-COUNT.
006660 6000-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------------
006690 6100-WRITE-ONE-ITEM.
006700*-----------------------------------------------------------------
006710     IF R2-ITM-KEEP-SW (R2-ITM-IDX) = 'Y'
006720        AND R2-ITM-DIFFERENCE (R2-ITM-IDX) NOT = ZERO
006730         MOVE R2-ITM-OWING (R2-ITM-IDX)     TO IBO-OWING-BRANCH
006740         MOVE R2-ITM-OWED (R2-ITM-IDX)      TO IBO-OWED-BRANCH
006750         MOVE R2-ITM-CCY (R2-ITM-IDX)       TO IBO-CCY
006760         MOVE R2-ITM-PCREF (R2-ITM-IDX)     TO IBO-PCREF
006770         MOVE R2-ITM-TRANSQ (R2-ITM-IDX)    TO IBO-TRANSQ
006780         MOVE R2-ITM-REFERENCE (R2-ITM-IDX) TO IBO-REFERENCE
006790         MOVE R2-ITM-DIFFERENCE (R2-ITM-IDX) TO IBO-DIFFERENCE
006800         MOVE R2-ITM-FIRST-DATE (R2-ITM-IDX) TO IBO-FIRST-DATE
006810         MOVE R2-ITM-LAST-DATE (R2-ITM-IDX) TO IBO-LAST-DATE
006820         MOVE INTER-BRANCH-OPEN-ITEM-RECORD TO IBOPNNEW-RECORD
006830         WRITE IBOPNNEW-RECORD
006840         ADD 1 TO R2-ITEM-OUT-COUNT
006850     END-IF.
006860     SET R2-ITM-IDX UP BY 1.
006870 6100-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900 8000-TERMINATE.
006910*-----------------------------------------------------------------
006920     MOVE R2-AGREED-COUNT   TO R2-SUM-AGREED.
006930     MOVE R2-BREAK-COUNT    TO R2-SUM-BREAK.
006940     MOVE R2-ITEM-OUT-COUNT TO R2-SUM-ITEMS.
006950     MOVE R2-SUMMARY-LINE TO IBRECRPT-RECORD.
006960     WRITE IBRECRPT-RECORD.
006970     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
006980     CLOSE TRANRSPF.
006990     CLOSE IBPOSNEW.
007000     CLOSE IBOPNNEW.
007010     CLOSE IBRECRPT.
007020     DISPLAY 'ESB092R: READ ' R2-READ-COUNT
007030         ' IB LEGS ' R2-LEG-COUNT
007040         ' AGREED ' R2-AGREED-COUNT
007050         ' BREAKS ' R2-BREAK-COUNT
007060         ' OPEN ITEMS ' R2-ITEM-OUT-COUNT.
007070 8000-EXIT.
007080     EXIT.
007090*-----------------------------------------------------------------
007100 9100-READ-IBACCTF.
007110*-----------------------------------------------------------------
007120     READ IBACCTF
007130         AT END
007140             SET R2-IBACCTF-EOF TO TRUE
007150     END-READ.
007160 9100-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190 9200-READ-TRANRSPF.
007200*-----------------------------------------------------------------
007210     READ TRANRSPF
007220         AT END
007230             SET R2-TRANRSPF-EOF TO TRUE
007240     END-READ.
007250 9200-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------------
007280 9300-READ-IBPOSOLD.
007290*-----------------------------------------------------------------
007300     READ IBPOSOLD
007310         AT END
007320             SET R2-IBPOSOLD-EOF TO TRUE
007330     END-READ.
007340 9300-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------------
007370 9400-READ-IBOPNOLD.
007380*-----------------------------------------------------------------
007390     READ IBOPNOLD
007400         AT END
007410             SET R2-IBOPNOLD-EOF TO TRUE
007420     END-READ.
007430 9400-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------------
007460 9900-WRITE-RUN-STATS.
007470*-----------------------------------------------------------------
007480     MOVE 'ESB092R' TO RST-PROGRAM-ID.
007490     MOVE R2-RUN-DATE TO RST-BUSINESS-DATE.
007500     ACCEPT RST-END-TIME FROM TIME.
007510     MOVE '00' TO RST-WORST-STATUS.
007520     IF R2-IBPOSNEW-STATUS NOT = '00'
007530         MOVE R2-IBPOSNEW-STATUS TO RST-WORST-STATUS
007540     END-IF.
007550     IF R2-IBOPNNEW-STATUS NOT = '00'
007560         MOVE R2-IBOPNNEW-STATUS TO RST-WORST-STATUS
007570     END-IF.
007580     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
007590 9900-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------------
007620 9999-EXIT.
007630*-----------------------------------------------------------------
007640     EXIT.
