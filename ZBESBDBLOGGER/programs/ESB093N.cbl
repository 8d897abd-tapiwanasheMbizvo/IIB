000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB093N
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    NOSTRO RECONCILIATION.  ACCOUNT TRIPLES FLAGGED AS NOSTROS
000200*    ON THE CHART OF ACCOUNTS (COA-NOSTRO, WITH THE CURRENCY
000210*    AND THE CORRESPONDENT'S BIC) ARE RECONCILED AGAINST THE
000220*    CORRESPONDENTS' END-OF-DAY STATEMENT FILES (NOSSTMF, ONE
000230*    STATEMENT PER NOSTRO AND CURRENCY: OPENING BALANCE, ENTRIES
000240*    AND CLOSING BALANCE).
000250*    OUR SIDE IS EVERY LEG CONFIRMED BY EQUATION AGAINST A
000260*    NOSTRO TRIPLE IN THE LOGGED TRANSACTION-RSP STREAM, TAKEN
000270*    ONCE ONLY BY CARRYING THE LAST CAPTURE STAMP SWEPT ON THE
000280*    OPEN-ITEM FILE'S CONTROL RECORD.  THEIR SIDE IS EVERY
000290*    STATEMENT ENTRY.  A DEBIT IN OUR BOOKS IS A CREDIT ON THEIR
000300*    STATEMENT AND VICE VERSA.
000310*    ITEMS MATCH ON NOSTRO, CURRENCY, AMOUNT, VALUE DATE AND
000320*    REFERENCE (GZTREF, FALLING BACK TO GZDRF1, AGAINST THE
000330*    ACCOUNT OWNER'S REFERENCE ON THE STATEMENT).  WHAT DOES
000340*    NOT MATCH IS PAIRED, WHERE THE REFERENCE AGREES, AS A
000350*    VALUE-DATE OR AN AMOUNT MISMATCH, AND EVERYTHING ELSE IS A
000360*    ONE-SIDED BREAK.  THE RESIDUE CARRIES FORWARD (NOSOLDF TO
000370*    NOSNEWF) AND IS AGED DAY TO DAY UNTIL IT MATCHES OR
000380*    FINANCE CLEARS IT THROUGH NOSCLRF.  THE REPORT CARRIES THE
000390*    FOUR BREAK LISTS AND A PROOF OF EACH STATEMENT'S BALANCES.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB093N.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT COAMSTF  ASSIGN TO COAMSTF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS N3-COAMSTF-STATUS.
000540     SELECT NOSCLRF  ASSIGN TO NOSCLRF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS N3-NOSCLRF-STATUS.
000570     SELECT NOSOLDF  ASSIGN TO NOSOLDF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS N3-NOSOLDF-STATUS.
000600     SELECT LOGGERSF ASSIGN TO LOGGERSF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS LSR-STORE-KEY
000640         FILE STATUS IS N3-LOGGERSF-STATUS.
000650     SELECT NOSSTMF  ASSIGN TO NOSSTMF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS N3-NOSSTMF-STATUS.
000680     SELECT NOSNEWF  ASSIGN TO NOSNEWF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS N3-NOSNEWF-STATUS.
000710     SELECT NOSRPT   ASSIGN TO NOSRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS N3-NOSRPT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  COAMSTF
000770     RECORDING MODE IS F.
000780     COPY "Chart_Of_Accounts.cpy".
000790 FD  NOSCLRF
000800     RECORDING MODE IS F.
000810     COPY "Nostro_Clearance.cpy".
000820 FD  NOSOLDF
000830     RECORDING MODE IS F.
000840     COPY "Nostro_Open_Item.cpy".
000850 FD  LOGGERSF
000860     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000870         DEPENDING ON N3-LSF-RECLEN.
000880     COPY "Logger_Store_Record.cpy".
000890 FD  NOSSTMF
000900     RECORDING MODE IS F.
000910     COPY "Nostro_Statement.cpy".
000920 FD  NOSNEWF
000930     RECORDING MODE IS F.
000940 01  NOSNEWF-RECORD               PIC X(147).
000950 FD  NOSRPT
000960     RECORDING MODE IS F.
000970 01  NOSRPT-RECORD                PIC X(132).
000980 WORKING-STORAGE SECTION.
000990 01  N3-COAMSTF-STATUS            PIC X(002) VALUE '00'.
001000     88 N3-COAMSTF-OK                        VALUE '00'.
001010 01  N3-NOSCLRF-STATUS            PIC X(002) VALUE '00'.
001020     88 N3-NOSCLRF-OK                        VALUE '00'.
001030 01  N3-NOSOLDF-STATUS            PIC X(002) VALUE '00'.
001040     88 N3-NOSOLDF-OK                        VALUE '00'.
001050 01  N3-LOGGERSF-STATUS           PIC X(002) VALUE '00'.
001060     88 N3-LOGGERSF-OK                       VALUE '00'.
001070 01  N3-NOSSTMF-STATUS            PIC X(002) VALUE '00'.
001080     88 N3-NOSSTMF-OK                        VALUE '00'.
001090 01  N3-NOSNEWF-STATUS            PIC X(002) VALUE '00'.
001100 01  N3-NOSRPT-STATUS             PIC X(002) VALUE '00'.
001110 01  N3-SWITCHES.
001120     05 N3-COAMSTF-EOF-SW         PIC X(001) VALUE 'N'.
001130        88 N3-COAMSTF-EOF                    VALUE 'Y'.
001140     05 N3-NOSCLRF-EOF-SW         PIC X(001) VALUE 'N'.
001150        88 N3-NOSCLRF-EOF                    VALUE 'Y'.
001160     05 N3-NOSOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001170        88 N3-NOSOLDF-EOF                    VALUE 'Y'.
001180     05 N3-LOGGERSF-EOF-SW        PIC X(001) VALUE 'N'.
001190        88 N3-LOGGERSF-EOF                   VALUE 'Y'.
001200     05 N3-NOSSTMF-EOF-SW         PIC X(001) VALUE 'N'.
001210        88 N3-NOSSTMF-EOF                    VALUE 'Y'.
001220     05 N3-NOSTRO-FOUND-SW        PIC X(001) VALUE 'N'.
001230        88 N3-NOSTRO-FOUND                   VALUE 'Y'.
001240     05 N3-MATCH-FOUND-SW         PIC X(001) VALUE 'N'.
001250        88 N3-MATCH-FOUND                    VALUE 'Y'.
001260     05 N3-CLEARED-SW             PIC X(001) VALUE 'N'.
001270        88 N3-CLEARED                        VALUE 'Y'.
001280     05 N3-STATEMENT-KNOWN-SW     PIC X(001) VALUE 'N'.
001290        88 N3-STATEMENT-KNOWN                VALUE 'Y'.
001300 01  N3-LSF-RECLEN                PIC 9(004) COMP VALUE ZERO.
001310 01  N3-DATE-TIME.
001320     05 N3-RUN-DATE               PIC 9(008) VALUE ZERO.
001330     05 N3-RUN-TIME               PIC 9(006) VALUE ZERO.
001340 01  N3-TODAY-JULIAN              PIC 9(007) COMP.
001350 01  N3-ITEM-JULIAN               PIC 9(007) COMP.
001360 01  N3-AGE-DAYS                  PIC S9(007) COMP.
001370*    THE LAST CAPTURE STAMP TAKEN FROM THE LOGGER STORE, CARRIED
001380*    ON THE OPEN-ITEM CONTROL RECORD SO NO LEG IS TAKEN TWICE.
001390 01  N3-LAST-CAPTURE.
001400     05 N3-LAST-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001410     05 N3-LAST-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001420     05 N3-LAST-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001430 01  N3-HIGH-CAPTURE.
001440     05 N3-HIGH-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001450     05 N3-HIGH-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001460     05 N3-HIGH-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001470 01  N3-THIS-CAPTURE.
001480     05 N3-THIS-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001490     05 N3-THIS-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001500     05 N3-THIS-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001510 01  N3-NEXT-ITEM-SEQ             PIC 9(006) VALUE ZERO.
001520 01  N3-WORK-DR-CR                PIC X(001) VALUE SPACE.
001530 01  N3-WORK-CCY                  PIC X(003) VALUE SPACES.
001540 01  N3-WORK-TRIPLE.
001550     05 N3-WORK-BRANCH            PIC X(004).
001560     05 N3-WORK-ACCOUNT           PIC X(006).
001570     05 N3-WORK-SUBACCT           PIC X(003).
001580 01  N3-AMOUNT-WORK.
001590     05 N3-AMOUNT-TEXT            PIC X(017).
001600     05 N3-AMOUNT-NUMERIC REDEFINES N3-AMOUNT-TEXT
001610                                  PIC 9(015)V99.
001620 01  N3-VFR-WORK.
001630     05 N3-VFR-TEXT               PIC X(009).
001640     05 N3-VFR-REDEF REDEFINES N3-VFR-TEXT.
001650        10 N3-VFR-SIGN            PIC X(001).
001660        10 N3-VFR-DATE            PIC 9(008).
001670 01  N3-WORK-VALUE-DATE           PIC 9(008) VALUE ZERO.
001680 01  N3-OPPOSITE-DR-CR            PIC X(001) VALUE SPACE.
001690*    THE STATEMENT BEING PROVED.
001700 01  N3-STMT-BIC                  PIC X(011) VALUE SPACES.
001710 01  N3-STMT-CCY                  PIC X(003) VALUE SPACES.
001720 01  N3-STMT-NO                   PIC 9(005) VALUE ZERO.
001730 01  N3-STMT-NOSTRO-SUB           PIC 9(004) COMP VALUE ZERO.
001740 01  N3-STMT-RUNNING              PIC S9(015)V99 VALUE ZERO.
001750 01  N3-STMT-CLOSING              PIC S9(015)V99 VALUE ZERO.
001760 01  N3-COUNTERS.
001770     05 N3-LEG-COUNT              PIC 9(007) VALUE ZERO.
001780     05 N3-STMT-ENTRY-COUNT       PIC 9(007) VALUE ZERO.
001790     05 N3-MATCHED-COUNT          PIC 9(007) VALUE ZERO.
001800     05 N3-CLEARED-COUNT          PIC 9(007) VALUE ZERO.
001810     05 N3-OURS-OPEN-COUNT        PIC 9(007) VALUE ZERO.
001820     05 N3-THEIRS-OPEN-COUNT      PIC 9(007) VALUE ZERO.
001830     05 N3-AMOUNT-BREAK-COUNT     PIC 9(007) VALUE ZERO.
001840     05 N3-VDATE-BREAK-COUNT      PIC 9(007) VALUE ZERO.
001850     05 N3-UNKNOWN-STMT-COUNT     PIC 9(007) VALUE ZERO.
001860 01  N3-NOSTRO-COUNT              PIC 9(004) COMP VALUE ZERO.
001870 01  N3-NOSTRO-TABLE.
001880     05 N3-NOS-ENTRY OCCURS 200 TIMES
001890        INDEXED BY N3-NOS-IDX, N3-NOS-LOOKUP-IDX.
001900        10 N3-NOS-BRANCH          PIC X(004).
001910        10 N3-NOS-ACCOUNT         PIC X(006).
001920        10 N3-NOS-SUBACCT         PIC X(003).
001930        10 N3-NOS-CCY             PIC X(003).
001940        10 N3-NOS-BIC             PIC X(011).
001950 01  N3-CLEAR-COUNT               PIC 9(004) COMP VALUE ZERO.
001960 01  N3-CLEAR-TABLE.
001970     05 N3-CLR-ENTRY OCCURS 500 TIMES
001980        INDEXED BY N3-CLR-IDX.
001990        10 N3-CLR-ITEM-ID         PIC X(014).
002000        10 N3-CLR-CLEARED-BY      PIC X(010).
002010        10 N3-CLR-REASON          PIC X(030).
002020 01  N3-ITEM-COUNT                PIC 9(004) COMP VALUE ZERO.
002030 01  N3-ITEM-TABLE.
002040     05 N3-ITM-ENTRY OCCURS 5000 TIMES
002050        INDEXED BY N3-ITM-IDX, N3-ITM-LOOKUP-IDX.
002060        10 N3-ITM-ID.
002070           15 N3-ITM-ID-DATE      PIC 9(008).
002080           15 N3-ITM-ID-SEQ       PIC 9(006).
002090        10 N3-ITM-SIDE            PIC X(001).
002100        10 N3-ITM-BRANCH          PIC X(004).
002110        10 N3-ITM-ACCOUNT         PIC X(006).
002120        10 N3-ITM-SUBACCT         PIC X(003).
002130        10 N3-ITM-CCY             PIC X(003).
002140        10 N3-ITM-DR-CR           PIC X(001).
002150        10 N3-ITM-AMOUNT          PIC 9(015)V99.
002160        10 N3-ITM-VALUE-DATE      PIC 9(008).
002170        10 N3-ITM-REFERENCE       PIC X(016).
002180        10 N3-ITM-PCREF           PIC X(020).
002190        10 N3-ITM-TRANSQ          PIC X(004).
002200        10 N3-ITM-SERVICER-REF    PIC X(016).
002210        10 N3-ITM-FIRST-DATE      PIC 9(008).
002220        10 N3-ITM-BREAK-TYPE      PIC X(001).
002230        10 N3-ITM-PAIR-ID         PIC X(014).
002240        10 N3-ITM-PAIR-SUB        PIC 9(004) COMP.
002250        10 N3-ITM-MATCHED-SW      PIC X(001).
002260 01  N3-HEADING-LINE.
002270     05 FILLER                    PIC X(030)
002280            VALUE 'NOSTRO RECONCILIATION REPORT  '.
002290     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002300     05 N3-HDG-DATE               PIC 9(008).
002310     05 FILLER                    PIC X(089) VALUE SPACES.
002320 01  N3-SECTION-LINE.
002330     05 FILLER                    PIC X(004) VALUE '*** '.
002340     05 N3-SECTION-TITLE          PIC X(040).
002350     05 FILLER                    PIC X(088) VALUE SPACES.
002360 01  N3-ITEM-LINE.
002370     05 FILLER                    PIC X(002) VALUE SPACES.
002380     05 N3-ITL-BRANCH             PIC X(004).
002390     05 FILLER                    PIC X(001) VALUE '/'.
002400     05 N3-ITL-ACCOUNT            PIC X(006).
002410     05 FILLER                    PIC X(001) VALUE '/'.
002420     05 N3-ITL-SUBACCT            PIC X(003).
002430     05 FILLER                    PIC X(001) VALUE SPACES.
002440     05 N3-ITL-CCY                PIC X(003).
002450     05 FILLER                    PIC X(001) VALUE SPACES.
002460     05 N3-ITL-DR-CR              PIC X(002).
002470     05 N3-ITL-AMOUNT             PIC Z(013)9.99.
002480     05 FILLER                    PIC X(001) VALUE SPACES.
002490     05 N3-ITL-VALUE-DATE         PIC 9(008).
002500     05 FILLER                    PIC X(001) VALUE SPACES.
002510     05 N3-ITL-REFERENCE          PIC X(016).
002520     05 FILLER                    PIC X(001) VALUE SPACES.
002530     05 N3-ITL-SOURCE-REF         PIC X(020).
002540     05 FILLER                    PIC X(001) VALUE SPACES.
002550     05 N3-ITL-FIRST-DATE         PIC 9(008).
002560     05 FILLER                    PIC X(001) VALUE SPACES.
002570     05 N3-ITL-AGE                PIC ZZZZ9.
002580     05 FILLER                    PIC X(005) VALUE ' DAYS'.
002590     05 FILLER                    PIC X(001) VALUE SPACES.
002600     05 N3-ITL-ITEM-ID            PIC X(014).
002610     05 FILLER                    PIC X(009) VALUE SPACES.
002620 01  N3-PAIR-LINE.
002630     05 FILLER                    PIC X(020)
002640            VALUE '    STATEMENT SHOWS '.
002650     05 N3-PRL-DR-CR              PIC X(002).
002660     05 N3-PRL-AMOUNT             PIC Z(013)9.99.
002670     05 FILLER                    PIC X(001) VALUE SPACES.
002680     05 N3-PRL-VALUE-DATE         PIC 9(008).
002690     05 FILLER                    PIC X(001) VALUE SPACES.
002700     05 N3-PRL-SERVICER-REF       PIC X(016).
002710     05 FILLER                    PIC X(001) VALUE SPACES.
002720     05 N3-PRL-ITEM-ID            PIC X(014).
002730     05 FILLER                    PIC X(052) VALUE SPACES.
002740 01  N3-STATEMENT-LINE.
002750     05 FILLER                    PIC X(010) VALUE 'STATEMENT '.
002760     05 N3-STL-BIC                PIC X(011).
002770     05 FILLER                    PIC X(001) VALUE SPACES.
002780     05 N3-STL-CCY                PIC X(003).
002790     05 FILLER                    PIC X(001) VALUE SPACES.
002800     05 N3-STL-NO                 PIC 9(005).
002810     05 FILLER                    PIC X(010) VALUE ' COMPUTED '.
002820     05 N3-STL-COMPUTED           PIC Z(013)9.99-.
002830     05 FILLER                    PIC X(010) VALUE ' STATED   '.
002840     05 N3-STL-STATED             PIC Z(013)9.99-.
002850     05 FILLER                    PIC X(001) VALUE SPACES.
002860     05 N3-STL-RESULT             PIC X(024).
002870     05 FILLER                    PIC X(020) VALUE SPACES.
002880 01  N3-CLEARED-LINE.
002890     05 FILLER                    PIC X(014)
002900            VALUE '  CLEARED     '.
002910     05 N3-CLL-ITEM-ID            PIC X(014).
002920     05 FILLER                    PIC X(004) VALUE ' BY '.
002930     05 N3-CLL-CLEARED-BY         PIC X(010).
002940     05 FILLER                    PIC X(001) VALUE SPACES.
002950     05 N3-CLL-REASON             PIC X(030).
002960     05 FILLER                    PIC X(059) VALUE SPACES.
002970 01  N3-SUMMARY-LINE-1.
002980     05 FILLER                    PIC X(018)
002990            VALUE 'OUR LEGS TAKEN    '.
003000     05 N3-SUM-LEGS               PIC ZZZZZZ9.
003010     05 FILLER                    PIC X(018)
003020            VALUE '  STMT ENTRIES    '.
003030     05 N3-SUM-ENTRIES            PIC ZZZZZZ9.
003040     05 FILLER                    PIC X(018)
003050            VALUE '  MATCHED         '.
003060     05 N3-SUM-MATCHED            PIC ZZZZZZ9.
003070     05 FILLER                    PIC X(018)
003080            VALUE '  CLEARED         '.
003090     05 N3-SUM-CLEARED            PIC ZZZZZZ9.
003100     05 FILLER                    PIC X(032) VALUE SPACES.
003110 01  N3-SUMMARY-LINE-2.
003120     05 FILLER                    PIC X(018)
003130            VALUE 'WE BOOKED ONLY    '.
003140     05 N3-SUM-OURS               PIC ZZZZZZ9.
003150     05 FILLER                    PIC X(018)
003160            VALUE '  THEY BOOKED ONLY'.
003170     05 N3-SUM-THEIRS             PIC ZZZZZZ9.
003180     05 FILLER                    PIC X(018)
003190            VALUE '  AMOUNT BREAKS   '.
003200     05 N3-SUM-AMOUNT             PIC ZZZZZZ9.
003210     05 FILLER                    PIC X(018)
003220            VALUE '  VALUE-DATE BRKS '.
003230     05 N3-SUM-VDATE              PIC ZZZZZZ9.
003240     05 FILLER                    PIC X(032) VALUE SPACES.
003250 COPY "Transaction_Rsp_TT.cpy".
003260 COPY "Run_Statistics.cpy".
003265 COPY "Business_Date_Service.cpy".
003270 PROCEDURE DIVISION.
003280*-----------------------------------------------------------------
003290 0000-MAINLINE.
003300*-----------------------------------------------------------------
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-SWEEP-ONE-LOGGED THRU 2000-EXIT
003330         UNTIL N3-LOGGERSF-EOF.
003340     PERFORM 3000-TAKE-STATEMENT-RECORD THRU 3000-EXIT
003350         UNTIL N3-NOSSTMF-EOF.
003360     PERFORM 4000-MATCH-ITEMS THRU 4000-EXIT.
003370     PERFORM 7000-PRINT-BREAK-LISTS THRU 7000-EXIT.
003380     PERFORM 5000-WRITE-NEW-GENERATION THRU 5000-EXIT.
003390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003400     STOP RUN.
003410*-----------------------------------------------------------------
003420 1000-INITIALIZE.
003430*-----------------------------------------------------------------
003440     ACCEPT N3-RUN-DATE FROM DATE YYYYMMDD.
003441     MOVE SPACES TO BUSINESS-DATE-AREA.
003442     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003443     EVALUATE TRUE
003444         WHEN BDS-OK
003445             MOVE BDS-BUSINESS-DATE TO N3-RUN-DATE
003446         WHEN BDS-NOT-STARTED
003447             DISPLAY 'ESB093N: BUSINESS DATE NOT STARTED -'
003448                 ' RUN REFUSED'
003449             MOVE 8 TO RETURN-CODE
003450             STOP RUN
003451         WHEN OTHER
003452             CONTINUE
003453     END-EVALUATE.
003454     ACCEPT N3-RUN-TIME FROM TIME.
003460     ACCEPT RST-START-TIME FROM TIME.
003470     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003480                  RST-REJECT-COUNT.
003490     COMPUTE N3-TODAY-JULIAN =
003500         FUNCTION INTEGER-OF-DATE(N3-RUN-DATE).
003510     OPEN OUTPUT NOSRPT.
003520     MOVE N3-RUN-DATE TO N3-HDG-DATE.
003530     MOVE N3-HEADING-LINE TO NOSRPT-RECORD.
003540     WRITE NOSRPT-RECORD.
003550     OPEN INPUT COAMSTF.
003560     IF N3-COAMSTF-OK
003570         PERFORM 9100-READ-COAMSTF THRU 9100-EXIT
003580     ELSE
003590         SET N3-COAMSTF-EOF TO TRUE
003600     END-IF.
003610     PERFORM 1100-LOAD-NOSTROS THRU 1100-EXIT
003620         UNTIL N3-COAMSTF-EOF.
003630     CLOSE COAMSTF.
003640     OPEN INPUT NOSCLRF.
003650     IF N3-NOSCLRF-OK
003660         PERFORM 9200-READ-NOSCLRF THRU 9200-EXIT
003670     ELSE
003680         SET N3-NOSCLRF-EOF TO TRUE
003690     END-IF.
003700     PERFORM 1200-LOAD-CLEARANCES THRU 1200-EXIT
003710         UNTIL N3-NOSCLRF-EOF.
003720     CLOSE NOSCLRF.
003730     OPEN INPUT NOSOLDF.
003740     IF N3-NOSOLDF-OK
003750         PERFORM 9300-READ-NOSOLDF THRU 9300-EXIT
003760     ELSE
003770         SET N3-NOSOLDF-EOF TO TRUE
003780     END-IF.
003790     PERFORM 1300-LOAD-OPEN-ITEMS THRU 1300-EXIT
003800         UNTIL N3-NOSOLDF-EOF.
003810     CLOSE NOSOLDF.
003820     MOVE N3-LAST-CAPTURE TO N3-HIGH-CAPTURE.
003830     OPEN INPUT LOGGERSF.
003840     IF N3-LOGGERSF-OK
003850         PERFORM 9400-READ-LOGGERSF THRU 9400-EXIT
003860     ELSE
003870         SET N3-LOGGERSF-EOF TO TRUE
003880     END-IF.
003890     OPEN INPUT NOSSTMF.
003900     IF N3-NOSSTMF-OK
003910         PERFORM 9500-READ-NOSSTMF THRU 9500-EXIT
003920     ELSE
003930         SET N3-NOSSTMF-EOF TO TRUE
003940     END-IF.
003950     OPEN OUTPUT NOSNEWF.
003960 1000-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990 1100-LOAD-NOSTROS.
004000*-----------------------------------------------------------------
004003*    A NOSTRO LEFT OUT WOULD HAVE ITS LEGS AND STATEMENTS GO
004006*    UNRECONCILED, SO A FULL TABLE STOPS THE RUN.
004010     IF COA-NOSTRO OF CHART-OF-ACCOUNTS-RECORD
004011        AND N3-NOSTRO-COUNT NOT < 200
004012         DISPLAY 'ESB093N: NOSTRO TABLE FULL AT '
004013             COA-BRANCH OF CHART-OF-ACCOUNTS-RECORD
004014             COA-ACCOUNT OF CHART-OF-ACCOUNTS-RECORD
004015             COA-SUBACCT OF CHART-OF-ACCOUNTS-RECORD
004016             ' - RUN REFUSED'
004017         MOVE 8 TO RETURN-CODE
004018         STOP RUN
004019     END-IF.
004020     IF COA-NOSTRO OF CHART-OF-ACCOUNTS-RECORD
004030         ADD 1 TO N3-NOSTRO-COUNT
004040         SET N3-NOS-IDX TO N3-NOSTRO-COUNT
004050         MOVE COA-BRANCH  OF CHART-OF-ACCOUNTS-RECORD
004060             TO N3-NOS-BRANCH (N3-NOS-IDX)
004070         MOVE COA-ACCOUNT OF CHART-OF-ACCOUNTS-RECORD
004080             TO N3-NOS-ACCOUNT (N3-NOS-IDX)
004090         MOVE COA-SUBACCT OF CHART-OF-ACCOUNTS-RECORD
004100             TO N3-NOS-SUBACCT (N3-NOS-IDX)
004110         MOVE COA-NOSTRO-CCY OF CHART-OF-ACCOUNTS-RECORD
004120             TO N3-NOS-CCY (N3-NOS-IDX)
004130         MOVE COA-CORR-BIC OF CHART-OF-ACCOUNTS-RECORD
004140             TO N3-NOS-BIC (N3-NOS-IDX)
004150     END-IF.
004160     PERFORM 9100-READ-COAMSTF THRU 9100-EXIT.
004170 1100-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------------
004200 1200-LOAD-CLEARANCES.
004210*-----------------------------------------------------------------
004220     IF N3-CLEAR-COUNT < 500
004230         ADD 1 TO N3-CLEAR-COUNT
004240         SET N3-CLR-IDX TO N3-CLEAR-COUNT
004250         MOVE NCL-ITEM-ID    TO N3-CLR-ITEM-ID (N3-CLR-IDX)
004260         MOVE NCL-CLEARED-BY TO N3-CLR-CLEARED-BY (N3-CLR-IDX)
004270         MOVE NCL-REASON     TO N3-CLR-REASON (N3-CLR-IDX)
004271     ELSE
004272         DISPLAY 'ESB093N: CLEARANCE TABLE FULL AT ' NCL-ITEM-ID
004273             ' - RUN REFUSED'
004274         MOVE 8 TO RETURN-CODE
004275         STOP RUN
004280     END-IF.
004290     PERFORM 9200-READ-NOSCLRF THRU 9200-EXIT.
004300 1200-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------------
004330 1300-LOAD-OPEN-ITEMS.
004340*-----------------------------------------------------------------
004350     IF NOI-CONTROL
004360         MOVE NOI-LAST-CAPTURE TO N3-LAST-CAPTURE
004370         GO TO 1300-READ-NEXT
004380     END-IF.
004390     IF NOI-ITEM-DATE = N3-RUN-DATE
004400        AND NOI-ITEM-SEQ > N3-NEXT-ITEM-SEQ
004410         MOVE NOI-ITEM-SEQ TO N3-NEXT-ITEM-SEQ
004420     END-IF.
004430*    AN ITEM FINANCE HAS CLEARED IS LISTED ONCE AND NOT CARRIED.
004440     PERFORM 1310-CHECK-CLEARED THRU 1310-EXIT.
004450     IF N3-CLEARED
004460         ADD 1 TO N3-CLEARED-COUNT
004470         MOVE NOI-ITEM-ID TO N3-CLL-ITEM-ID
004480         MOVE N3-CLR-CLEARED-BY (N3-CLR-IDX) TO N3-CLL-CLEARED-BY
004490         MOVE N3-CLR-REASON (N3-CLR-IDX) TO N3-CLL-REASON
004500         MOVE N3-CLEARED-LINE TO NOSRPT-RECORD
004510         WRITE NOSRPT-RECORD
004520         GO TO 1300-READ-NEXT
004530     END-IF.
004540     IF N3-ITEM-COUNT NOT < 5000
004548         DISPLAY 'ESB093N: OPEN ITEM TABLE FULL AT ' NOI-ITEM-ID
004556             ' - RUN REFUSED'
004564         MOVE 8 TO RETURN-CODE
004572         STOP RUN
004580     END-IF.
004590     ADD 1 TO N3-ITEM-COUNT.
004600     SET N3-ITM-IDX TO N3-ITEM-COUNT.
004610     MOVE NOI-ITEM-ID       TO N3-ITM-ID (N3-ITM-IDX).
004620     MOVE NOI-SIDE          TO N3-ITM-SIDE (N3-ITM-IDX).
004630     MOVE NOI-BRANCH        TO N3-ITM-BRANCH (N3-ITM-IDX).
004640     MOVE NOI-ACCOUNT       TO N3-ITM-ACCOUNT (N3-ITM-IDX).
004650     MOVE NOI-SUBACCT       TO N3-ITM-SUBACCT (N3-ITM-IDX).
004660     MOVE NOI-CCY           TO N3-ITM-CCY (N3-ITM-IDX).
004670     MOVE NOI-DR-CR         TO N3-ITM-DR-CR (N3-ITM-IDX).
004680     MOVE NOI-AMOUNT        TO N3-ITM-AMOUNT (N3-ITM-IDX).
004690     MOVE NOI-VALUE-DATE    TO N3-ITM-VALUE-DATE (N3-ITM-IDX).
004700     MOVE NOI-REFERENCE     TO N3-ITM-REFERENCE (N3-ITM-IDX).
004710     MOVE NOI-PCREF         TO N3-ITM-PCREF (N3-ITM-IDX).
004720     MOVE NOI-TRANSQ        TO N3-ITM-TRANSQ (N3-ITM-IDX).
004730     MOVE NOI-SERVICER-REF  TO N3-ITM-SERVICER-REF (N3-ITM-IDX).
004740     MOVE NOI-FIRST-DATE    TO N3-ITM-FIRST-DATE (N3-ITM-IDX).
004750     MOVE SPACE             TO N3-ITM-BREAK-TYPE (N3-ITM-IDX).
004760     MOVE SPACES            TO N3-ITM-PAIR-ID (N3-ITM-IDX).
004770     MOVE ZERO              TO N3-ITM-PAIR-SUB (N3-ITM-IDX).
004780     MOVE 'N'               TO N3-ITM-MATCHED-SW (N3-ITM-IDX).
004790 1300-READ-NEXT.
004800     PERFORM 9300-READ-NOSOLDF THRU 9300-EXIT.
004810 1300-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840 1310-CHECK-CLEARED.
004850*-----------------------------------------------------------------
004860     MOVE 'N' TO N3-CLEARED-SW.
004870     IF N3-CLEAR-COUNT = ZERO
004880         GO TO 1310-EXIT
004890     END-IF.
004900     SET N3-CLR-IDX TO 1.
004910     PERFORM 1320-SCAN-CLEARED THRU 1320-EXIT
004920         UNTIL N3-CLR-IDX > N3-CLEAR-COUNT
004930            OR N3-CLEARED.
004940 1310-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970 1320-SCAN-CLEARED.
004980*-----------------------------------------------------------------
004990     IF N3-CLR-ITEM-ID (N3-CLR-IDX) = NOI-ITEM-ID
005000         SET N3-CLEARED TO TRUE
005010     ELSE
005020         SET N3-CLR-IDX UP BY 1
005030     END-IF.
005040 1320-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070 2000-SWEEP-ONE-LOGGED.
005080*-----------------------------------------------------------------
005090     IF N3-LOGGERSF-EOF
005100         GO TO 2000-EXIT
005110     END-IF.
005120     ADD 1 TO RST-RECORDS-IN.
005130     IF NOT LSR-TRAN-RESP
005140         GO TO 2900-NEXT-LOGGED
005150     END-IF.
005160     MOVE LSR-CAPTURE-DATE TO N3-THIS-CAPTURE-DATE.
005170     MOVE LSR-CAPTURE-TIME TO N3-THIS-CAPTURE-TIME.
005180     MOVE LSR-CAPTURE-SEQ  TO N3-THIS-CAPTURE-SEQ.
005190     IF N3-THIS-CAPTURE NOT > N3-LAST-CAPTURE
005200         GO TO 2900-NEXT-LOGGED
005210     END-IF.
005220     IF N3-THIS-CAPTURE > N3-HIGH-CAPTURE
005230         MOVE N3-THIS-CAPTURE TO N3-HIGH-CAPTURE
005240     END-IF.
005250     MOVE LSR-RAW-RECORD TO TRANSACTION-RSP.
005260     IF XRREC OF TRANSACTION-RSP-HEADER = 'Y'
005270*        A REJECTED POSTING NEVER MOVED THE NOSTRO.
005280         GO TO 2900-NEXT-LOGGED
005290     END-IF.
005300     MOVE GZAB1 OF TRANSACTION-RSP-BODY TO N3-WORK-BRANCH.
005310     MOVE GZAN1 OF TRANSACTION-RSP-BODY TO N3-WORK-ACCOUNT.
005320     MOVE GZAS1 OF TRANSACTION-RSP-BODY TO N3-WORK-SUBACCT.
005330     PERFORM 2100-CHECK-NOSTRO THRU 2100-EXIT.
005340     IF N3-NOSTRO-FOUND
005350         MOVE 'D' TO N3-WORK-DR-CR
005360         MOVE GZCCY1 OF TRANSACTION-RSP-BODY TO N3-WORK-CCY
005370         MOVE GZAMA1 OF TRANSACTION-RSP-BODY TO N3-AMOUNT-TEXT
005380         MOVE GZVFR1 OF TRANSACTION-RSP-BODY TO N3-VFR-TEXT
005390         PERFORM 2200-STORE-OUR-ITEM THRU 2200-EXIT
005400     END-IF.
005410     MOVE GZAB2 OF TRANSACTION-RSP-BODY TO N3-WORK-BRANCH.
005420     MOVE GZAN2 OF TRANSACTION-RSP-BODY TO N3-WORK-ACCOUNT.
005430     MOVE GZAS2 OF TRANSACTION-RSP-BODY TO N3-WORK-SUBACCT.
005440     PERFORM 2100-CHECK-NOSTRO THRU 2100-EXIT.
005450     IF N3-NOSTRO-FOUND
005460         MOVE 'C' TO N3-WORK-DR-CR
005470         MOVE GZCCY2 OF TRANSACTION-RSP-BODY TO N3-WORK-CCY
005480         MOVE GZAMA2 OF TRANSACTION-RSP-BODY TO N3-AMOUNT-TEXT
005490         MOVE GZVFR2 OF TRANSACTION-RSP-BODY TO N3-VFR-TEXT
005500         PERFORM 2200-STORE-OUR-ITEM THRU 2200-EXIT
005510     END-IF.
005520 2900-NEXT-LOGGED.
005530     PERFORM 9400-READ-LOGGERSF THRU 9400-EXIT.
005540 2000-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 2100-CHECK-NOSTRO.
005580*-----------------------------------------------------------------
005590     MOVE 'N' TO N3-NOSTRO-FOUND-SW.
005600     IF N3-NOSTRO-COUNT = ZERO
005610         GO TO 2100-EXIT
005620     END-IF.
005630     SET N3-NOS-LOOKUP-IDX TO 1.
005640     PERFORM 2110-SCAN-NOSTRO THRU 2110-EXIT
005650         UNTIL N3-NOS-LOOKUP-IDX > N3-NOSTRO-COUNT
005660            OR N3-NOSTRO-FOUND.
005670 2100-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700 2110-SCAN-NOSTRO.
005710*-----------------------------------------------------------------
005720     IF N3-NOS-BRANCH (N3-NOS-LOOKUP-IDX) = N3-WORK-BRANCH
005730        AND N3-NOS-ACCOUNT (N3-NOS-LOOKUP-IDX) =
005740             N3-WORK-ACCOUNT
005750        AND N3-NOS-SUBACCT (N3-NOS-LOOKUP-IDX) =
005760             N3-WORK-SUBACCT
005770         SET N3-NOSTRO-FOUND TO TRUE
005780     ELSE
005790         SET N3-NOS-LOOKUP-IDX UP BY 1
005800     END-IF.
005810 2110-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 2200-STORE-OUR-ITEM.
005850*-----------------------------------------------------------------
005852*    THE CAPTURE MARK HAS ALREADY PASSED THIS LEG, SO A LEG NOT
005854*    HELD WOULD NEVER BE SWEPT AGAIN.  THE RUN STOPS BEFORE THE
005856*    NEW GENERATION, AND WITH IT THE MARK, IS WRITTEN.
005860     IF N3-ITEM-COUNT NOT < 5000
005870         DISPLAY 'ESB093N: OPEN ITEM TABLE FULL AT '
005880             PCREF OF TRANSACTION-RSP-HEADER ' - RUN REFUSED'
005890         MOVE 8 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920     ADD 1 TO N3-LEG-COUNT.
005930     ADD 1 TO N3-ITEM-COUNT.
005940     SET N3-ITM-IDX TO N3-ITEM-COUNT.
005950     PERFORM 2300-NEW-ITEM-ID THRU 2300-EXIT.
005960     MOVE 'O' TO N3-ITM-SIDE (N3-ITM-IDX).
005970     MOVE N3-WORK-BRANCH  TO N3-ITM-BRANCH (N3-ITM-IDX).
005980     MOVE N3-WORK-ACCOUNT TO N3-ITM-ACCOUNT (N3-ITM-IDX).
005990     MOVE N3-WORK-SUBACCT TO N3-ITM-SUBACCT (N3-ITM-IDX).
006000     MOVE N3-WORK-CCY     TO N3-ITM-CCY (N3-ITM-IDX).
006010     MOVE N3-WORK-DR-CR   TO N3-ITM-DR-CR (N3-ITM-IDX).
006020     IF N3-AMOUNT-TEXT IS NUMERIC
006030         MOVE N3-AMOUNT-NUMERIC TO N3-ITM-AMOUNT (N3-ITM-IDX)
006040     ELSE
006050         MOVE ZERO TO N3-ITM-AMOUNT (N3-ITM-IDX)
006060     END-IF.
006070     IF N3-VFR-DATE IS NUMERIC
006080         MOVE N3-VFR-DATE TO N3-ITM-VALUE-DATE (N3-ITM-IDX)
006090     ELSE
006100         MOVE ZERO TO N3-ITM-VALUE-DATE (N3-ITM-IDX)
006110     END-IF.
006120     IF GZTREF OF TRANSACTION-RSP-BODY NOT = SPACES
006130         MOVE GZTREF OF TRANSACTION-RSP-BODY
006140             TO N3-ITM-REFERENCE (N3-ITM-IDX)
006150     ELSE
006160         MOVE GZDRF1 OF TRANSACTION-RSP-BODY
006170             TO N3-ITM-REFERENCE (N3-ITM-IDX)
006180     END-IF.
006190     MOVE PCREF OF TRANSACTION-RSP-HEADER
006200         TO N3-ITM-PCREF (N3-ITM-IDX).
006210     MOVE TRANSQ OF TRANSACTION-RSP-HEADER
006220         TO N3-ITM-TRANSQ (N3-ITM-IDX).
006230     MOVE SPACES TO N3-ITM-SERVICER-REF (N3-ITM-IDX).
006240     MOVE LSR-CAPTURE-DATE OF LOGGER-STORE-RECORD
006250         TO N3-ITM-FIRST-DATE (N3-ITM-IDX).
006260     MOVE SPACE  TO N3-ITM-BREAK-TYPE (N3-ITM-IDX).
006270     MOVE SPACES TO N3-ITM-PAIR-ID (N3-ITM-IDX).
006280     MOVE ZERO   TO N3-ITM-PAIR-SUB (N3-ITM-IDX).
006290     MOVE 'N'    TO N3-ITM-MATCHED-SW (N3-ITM-IDX).
006300 2200-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------------
006330 2300-NEW-ITEM-ID.
006340*-----------------------------------------------------------------
006350     ADD 1 TO N3-NEXT-ITEM-SEQ.
006360     MOVE N3-RUN-DATE      TO N3-ITM-ID-DATE (N3-ITM-IDX).
006370     MOVE N3-NEXT-ITEM-SEQ TO N3-ITM-ID-SEQ (N3-ITM-IDX).
006380 2300-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410 3000-TAKE-STATEMENT-RECORD.
006420*-----------------------------------------------------------------
006430     ADD 1 TO RST-RECORDS-IN.
006440     IF NST-OPENING
006450         PERFORM 3100-OPEN-STATEMENT THRU 3100-EXIT
006460         GO TO 3900-NEXT-STATEMENT-RECORD
006470     END-IF.
006480     IF NOT N3-STATEMENT-KNOWN
006490         GO TO 3900-NEXT-STATEMENT-RECORD
006500     END-IF.
006510     IF NST-ENTRY
006520         PERFORM 3200-STORE-THEIR-ITEM THRU 3200-EXIT
006530     END-IF.
006540     IF NST-CLOSING
006550         PERFORM 3300-PROVE-STATEMENT THRU 3300-EXIT
006560     END-IF.
006570 3900-NEXT-STATEMENT-RECORD.
006580     PERFORM 9500-READ-NOSSTMF THRU 9500-EXIT.
006590 3000-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620 3100-OPEN-STATEMENT.
006630*-----------------------------------------------------------------
006640*    THE STATEMENT IS TIED TO ITS NOSTRO BY THE CORRESPONDENT'S
006650*    BIC AND THE CURRENCY HELD ON THE CHART OF ACCOUNTS.
006660     MOVE NST-CORR-BIC     TO N3-STMT-BIC.
006670     MOVE NST-CCY          TO N3-STMT-CCY.
006680     MOVE NST-STATEMENT-NO TO N3-STMT-NO.
006690     MOVE 'N' TO N3-STATEMENT-KNOWN-SW.
006700     IF N3-NOSTRO-COUNT > ZERO
006710         SET N3-NOS-LOOKUP-IDX TO 1
006720         PERFORM 3110-SCAN-NOSTRO-BIC THRU 3110-EXIT
006730             UNTIL N3-NOS-LOOKUP-IDX > N3-NOSTRO-COUNT
006740                OR N3-STATEMENT-KNOWN
006750     END-IF.
006760     IF NOT N3-STATEMENT-KNOWN
006770         ADD 1 TO N3-UNKNOWN-STMT-COUNT
006780         ADD 1 TO RST-REJECT-COUNT
006790         MOVE ZERO TO N3-STL-COMPUTED N3-STL-STATED
006800         MOVE N3-STMT-BIC TO N3-STL-BIC
006810         MOVE N3-STMT-CCY TO N3-STL-CCY
006820         MOVE N3-STMT-NO  TO N3-STL-NO
006830         MOVE 'NO NOSTRO ON CHART     ' TO N3-STL-RESULT
006840         MOVE N3-STATEMENT-LINE TO NOSRPT-RECORD
006850         WRITE NOSRPT-RECORD
006860         GO TO 3100-EXIT
006870     END-IF.
006880     SET N3-STMT-NOSTRO-SUB TO N3-NOS-LOOKUP-IDX.
006890     IF NST-BAL-DEBIT
006900         COMPUTE N3-STMT-RUNNING = ZERO - NST-BAL-AMOUNT
006910     ELSE
006920         MOVE NST-BAL-AMOUNT TO N3-STMT-RUNNING
006930     END-IF.
006940 3100-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970 3110-SCAN-NOSTRO-BIC.
006980*-----------------------------------------------------------------
006990     IF N3-NOS-BIC (N3-NOS-LOOKUP-IDX) = N3-STMT-BIC
007000        AND N3-NOS-CCY (N3-NOS-LOOKUP-IDX) = N3-STMT-CCY
007010         SET N3-STATEMENT-KNOWN TO TRUE
007020     ELSE
007030         SET N3-NOS-LOOKUP-IDX UP BY 1
007040     END-IF.
007050 3110-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------------
007080 3200-STORE-THEIR-ITEM.
007090*-----------------------------------------------------------------
007100     IF NST-ENT-CREDIT
007110         ADD NST-ENT-AMOUNT TO N3-STMT-RUNNING
007120     ELSE
007130         SUBTRACT NST-ENT-AMOUNT FROM N3-STMT-RUNNING
007140     END-IF.
007150     IF N3-ITEM-COUNT NOT < 5000
007160         DISPLAY 'ESB093N: OPEN ITEM TABLE FULL AT '
007170             N3-STMT-BIC ' ' NST-ENT-SERVICER-REF ' - RUN REFUSED'
007180         MOVE 8 TO RETURN-CODE
007190         STOP RUN
007200     END-IF.
007210     ADD 1 TO N3-STMT-ENTRY-COUNT.
007220     ADD 1 TO N3-ITEM-COUNT.
007230     SET N3-ITM-IDX TO N3-ITEM-COUNT.
007240     PERFORM 2300-NEW-ITEM-ID THRU 2300-EXIT.
007250     MOVE 'T' TO N3-ITM-SIDE (N3-ITM-IDX).
007260     MOVE N3-NOS-BRANCH (N3-STMT-NOSTRO-SUB)
007270         TO N3-ITM-BRANCH (N3-ITM-IDX).
007280     MOVE N3-NOS-ACCOUNT (N3-STMT-NOSTRO-SUB)
007290         TO N3-ITM-ACCOUNT (N3-ITM-IDX).
007300     MOVE N3-NOS-SUBACCT (N3-STMT-NOSTRO-SUB)
007310         TO N3-ITM-SUBACCT (N3-ITM-IDX).
007320     MOVE N3-STMT-CCY          TO N3-ITM-CCY (N3-ITM-IDX).
007330     MOVE NST-ENT-DR-CR        TO N3-ITM-DR-CR (N3-ITM-IDX).
007340     MOVE NST-ENT-AMOUNT       TO N3-ITM-AMOUNT (N3-ITM-IDX).
007350     MOVE NST-ENT-VALUE-DATE
007360         TO N3-ITM-VALUE-DATE (N3-ITM-IDX).
007370     MOVE NST-ENT-OWNER-REF
007380         TO N3-ITM-REFERENCE (N3-ITM-IDX).
007390     MOVE SPACES               TO N3-ITM-PCREF (N3-ITM-IDX).
007400     MOVE SPACES               TO N3-ITM-TRANSQ (N3-ITM-IDX).
007410     MOVE NST-ENT-SERVICER-REF
007420         TO N3-ITM-SERVICER-REF (N3-ITM-IDX).
007430     MOVE N3-RUN-DATE          TO N3-ITM-FIRST-DATE (N3-ITM-IDX).
007440     MOVE SPACE                TO N3-ITM-BREAK-TYPE (N3-ITM-IDX).
007450     MOVE SPACES               TO N3-ITM-PAIR-ID (N3-ITM-IDX).
007460     MOVE ZERO                 TO N3-ITM-PAIR-SUB (N3-ITM-IDX).
007470     MOVE 'N'                  TO N3-ITM-MATCHED-SW (N3-ITM-IDX).
007480 3200-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------------
007510 3300-PROVE-STATEMENT.
007520*-----------------------------------------------------------------
007530*    OPENING BALANCE PLUS THE ENTRIES MUST GIVE THE CLOSING
007540*    BALANCE, OR THE STATEMENT ITSELF IS INCOMPLETE.
007550     IF NST-BAL-DEBIT
007560         COMPUTE N3-STMT-CLOSING = ZERO - NST-BAL-AMOUNT
007570     ELSE
007580         MOVE NST-BAL-AMOUNT TO N3-STMT-CLOSING
007590     END-IF.
007600     MOVE N3-STMT-BIC     TO N3-STL-BIC.
007610     MOVE N3-STMT-CCY     TO N3-STL-CCY.
007620     MOVE N3-STMT-NO      TO N3-STL-NO.
007630     MOVE N3-STMT-RUNNING TO N3-STL-COMPUTED.
007640     MOVE N3-STMT-CLOSING TO N3-STL-STATED.
007650     IF N3-STMT-RUNNING = N3-STMT-CLOSING
007660         MOVE 'PROVED                 ' TO N3-STL-RESULT
007670     ELSE
007680         MOVE '*** DOES NOT PROVE     ' TO N3-STL-RESULT
007690         ADD 1 TO RST-REJECT-COUNT
007700     END-IF.
007710     MOVE N3-STATEMENT-LINE TO NOSRPT-RECORD.
007720     WRITE NOSRPT-RECORD.
007730     MOVE 'N' TO N3-STATEMENT-KNOWN-SW.
007740 3300-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770 4000-MATCH-ITEMS.
007780*-----------------------------------------------------------------
007790*    THREE PASSES OVER OUR OPEN ITEMS: A FULL MATCH CLEARS BOTH
007800*    SIDES; FAILING THAT, THE SAME REFERENCE AND AMOUNT PAIRS AS
007810*    A VALUE-DATE BREAK; FAILING THAT, THE SAME REFERENCE PAIRS
007820*    AS AN AMOUNT BREAK.  PAIRED ITEMS STAY OPEN.
007830     IF N3-ITEM-COUNT = ZERO
007840         GO TO 4000-EXIT
007850     END-IF.
007860     SET N3-ITM-IDX TO 1.
007870     PERFORM 4100-FULL-MATCH-ONE THRU 4100-EXIT
007880         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
007890     SET N3-ITM-IDX TO 1.
007900     PERFORM 4200-VDATE-PAIR-ONE THRU 4200-EXIT
007910         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
007920     SET N3-ITM-IDX TO 1.
007930     PERFORM 4300-AMOUNT-PAIR-ONE THRU 4300-EXIT
007940         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
007950 4000-EXIT.
007960     EXIT.
007970*-----------------------------------------------------------------
007980 4100-FULL-MATCH-ONE.
007990*-----------------------------------------------------------------
008000     IF N3-ITM-SIDE (N3-ITM-IDX) NOT = 'O'
008010        OR N3-ITM-MATCHED-SW (N3-ITM-IDX) = 'Y'
008020         GO TO 4190-NEXT-ITEM
008030     END-IF.
008040     PERFORM 4900-SET-OPPOSITE THRU 4900-EXIT.
008050     MOVE 'N' TO N3-MATCH-FOUND-SW.
008060     SET N3-ITM-LOOKUP-IDX TO 1.
008070     PERFORM 4110-SCAN-FULL THRU 4110-EXIT
008080         UNTIL N3-ITM-LOOKUP-IDX > N3-ITEM-COUNT
008090            OR N3-MATCH-FOUND.
008100     IF N3-MATCH-FOUND
008110         MOVE 'Y' TO N3-ITM-MATCHED-SW (N3-ITM-IDX)
008120         MOVE 'Y' TO N3-ITM-MATCHED-SW (N3-ITM-LOOKUP-IDX)
008130         ADD 2 TO N3-MATCHED-COUNT
008140     END-IF.
008150 4190-NEXT-ITEM.
008160     SET N3-ITM-IDX UP BY 1.
008170 4100-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------------
008200 4110-SCAN-FULL.
008210*-----------------------------------------------------------------
008220     IF N3-ITM-SIDE (N3-ITM-LOOKUP-IDX) = 'T'
008230        AND N3-ITM-MATCHED-SW (N3-ITM-LOOKUP-IDX) = 'N'
008240        AND N3-ITM-BRANCH (N3-ITM-LOOKUP-IDX) =
008250             N3-ITM-BRANCH (N3-ITM-IDX)
008260        AND N3-ITM-ACCOUNT (N3-ITM-LOOKUP-IDX) =
008270             N3-ITM-ACCOUNT (N3-ITM-IDX)
008280        AND N3-ITM-SUBACCT (N3-ITM-LOOKUP-IDX) =
008290             N3-ITM-SUBACCT (N3-ITM-IDX)
008300        AND N3-ITM-CCY (N3-ITM-LOOKUP-IDX) =
008310             N3-ITM-CCY (N3-ITM-IDX)
008320        AND N3-ITM-DR-CR (N3-ITM-LOOKUP-IDX) = N3-OPPOSITE-DR-CR
008330        AND N3-ITM-AMOUNT (N3-ITM-LOOKUP-IDX) =
008340             N3-ITM-AMOUNT (N3-ITM-IDX)
008350        AND N3-ITM-VALUE-DATE (N3-ITM-LOOKUP-IDX) =
008360             N3-ITM-VALUE-DATE (N3-ITM-IDX)
008370        AND N3-ITM-REFERENCE (N3-ITM-LOOKUP-IDX) =
008380             N3-ITM-REFERENCE (N3-ITM-IDX)
008390         SET N3-MATCH-FOUND TO TRUE
008400     ELSE
008410         SET N3-ITM-LOOKUP-IDX UP BY 1
008420     END-IF.
008430 4110-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------------
008460 4200-VDATE-PAIR-ONE.
008470*-----------------------------------------------------------------
008480     IF N3-ITM-SIDE (N3-ITM-IDX) NOT = 'O'
008490        OR N3-ITM-MATCHED-SW (N3-ITM-IDX) NOT = 'N'
008500        OR N3-ITM-REFERENCE (N3-ITM-IDX) = SPACES
008510         GO TO 4290-NEXT-ITEM
008520     END-IF.
008530     PERFORM 4900-SET-OPPOSITE THRU 4900-EXIT.
008540     MOVE 'N' TO N3-MATCH-FOUND-SW.
008550     SET N3-ITM-LOOKUP-IDX TO 1.
008560     PERFORM 4210-SCAN-VDATE THRU 4210-EXIT
008570         UNTIL N3-ITM-LOOKUP-IDX > N3-ITEM-COUNT
008580            OR N3-MATCH-FOUND.
008590     IF N3-MATCH-FOUND
008600         MOVE 'V' TO N3-ITM-BREAK-TYPE (N3-ITM-IDX)
008610         PERFORM 4800-LINK-PAIR THRU 4800-EXIT
008620         ADD 1 TO N3-VDATE-BREAK-COUNT
008630     END-IF.
008640 4290-NEXT-ITEM.
008650     SET N3-ITM-IDX UP BY 1.
008660 4200-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------------
008690 4210-SCAN-VDATE.
008700*-----------------------------------------------------------------
008710     IF N3-ITM-SIDE (N3-ITM-LOOKUP-IDX) = 'T'
008720        AND N3-ITM-MATCHED-SW (N3-ITM-LOOKUP-IDX) = 'N'
008730        AND N3-ITM-BRANCH (N3-ITM-LOOKUP-IDX) =
008740             N3-ITM-BRANCH (N3-ITM-IDX)
008750        AND N3-ITM-ACCOUNT (N3-ITM-LOOKUP-IDX) =
008760             N3-ITM-ACCOUNT (N3-ITM-IDX)
008770        AND N3-ITM-SUBACCT (N3-ITM-LOOKUP-IDX) =
008780             N3-ITM-SUBACCT (N3-ITM-IDX)
008790        AND N3-ITM-CCY (N3-ITM-LOOKUP-IDX) =
008800             N3-ITM-CCY (N3-ITM-IDX)
008810        AND N3-ITM-DR-CR (N3-ITM-LOOKUP-IDX) = N3-OPPOSITE-DR-CR
008820        AND N3-ITM-AMOUNT (N3-ITM-LOOKUP-IDX) =
008830             N3-ITM-AMOUNT (N3-ITM-IDX)
008840        AND N3-ITM-REFERENCE (N3-ITM-LOOKUP-IDX) =
008850             N3-ITM-REFERENCE (N3-ITM-IDX)
008860         SET N3-MATCH-FOUND TO TRUE
008870     ELSE
008880         SET N3-ITM-LOOKUP-IDX UP BY 1
008890     END-IF.
008900 4210-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------------
008930 4300-AMOUNT-PAIR-ONE.
008940*-----------------------------------------------------------------
008950     IF N3-ITM-SIDE (N3-ITM-IDX) NOT = 'O'
008960        OR N3-ITM-MATCHED-SW (N3-ITM-IDX) NOT = 'N'
008970        OR N3-ITM-REFERENCE (N3-ITM-IDX) = SPACES
008980         GO TO 4390-NEXT-ITEM
008990     END-IF.
009000     PERFORM 4900-SET-OPPOSITE THRU 4900-EXIT.
009010     MOVE 'N' TO N3-MATCH-FOUND-SW.
009020     SET N3-ITM-LOOKUP-IDX TO 1.
009030     PERFORM 4310-SCAN-AMOUNT THRU 4310-EXIT
009040         UNTIL N3-ITM-LOOKUP-IDX > N3-ITEM-COUNT
009050            OR N3-MATCH-FOUND.
009060     IF N3-MATCH-FOUND
009070         MOVE 'A' TO N3-ITM-BREAK-TYPE (N3-ITM-IDX)
009080         PERFORM 4800-LINK-PAIR THRU 4800-EXIT
009090         ADD 1 TO N3-AMOUNT-BREAK-COUNT
009100     END-IF.
009110 4390-NEXT-ITEM.
009120     SET N3-ITM-IDX UP BY 1.
009130 4300-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------------
009160 4310-SCAN-AMOUNT.
009170*-----------------------------------------------------------------
009180     IF N3-ITM-SIDE (N3-ITM-LOOKUP-IDX) = 'T'
009190        AND N3-ITM-MATCHED-SW (N3-ITM-LOOKUP-IDX) = 'N'
009200        AND N3-ITM-BRANCH (N3-ITM-LOOKUP-IDX) =
009210             N3-ITM-BRANCH (N3-ITM-IDX)
009220        AND N3-ITM-ACCOUNT (N3-ITM-LOOKUP-IDX) =
009230             N3-ITM-ACCOUNT (N3-ITM-IDX)
009240        AND N3-ITM-SUBACCT (N3-ITM-LOOKUP-IDX) =
009250             N3-ITM-SUBACCT (N3-ITM-IDX)
009260        AND N3-ITM-CCY (N3-ITM-LOOKUP-IDX) =
009270             N3-ITM-CCY (N3-ITM-IDX)
009280        AND N3-ITM-DR-CR (N3-ITM-LOOKUP-IDX) = N3-OPPOSITE-DR-CR
009290        AND N3-ITM-REFERENCE (N3-ITM-LOOKUP-IDX) =
009300             N3-ITM-REFERENCE (N3-ITM-IDX)
009310         SET N3-MATCH-FOUND TO TRUE
009320     ELSE
009330         SET N3-ITM-LOOKUP-IDX UP BY 1
009340     END-IF.
009350 4310-EXIT.
009360     EXIT.
009370*-----------------------------------------------------------------
009380 4800-LINK-PAIR.
009390*-----------------------------------------------------------------
009400*    A PAIRED ITEM IS TAKEN OUT OF LATER PASSES ('P') BUT IS
009410*    STILL OPEN AND STILL CARRIED FORWARD.
009420     MOVE N3-ITM-BREAK-TYPE (N3-ITM-IDX)
009430         TO N3-ITM-BREAK-TYPE (N3-ITM-LOOKUP-IDX).
009440     MOVE N3-ITM-ID (N3-ITM-LOOKUP-IDX)
009450         TO N3-ITM-PAIR-ID (N3-ITM-IDX).
009460     MOVE N3-ITM-ID (N3-ITM-IDX)
009470         TO N3-ITM-PAIR-ID (N3-ITM-LOOKUP-IDX).
009480     SET N3-ITM-PAIR-SUB (N3-ITM-IDX) TO N3-ITM-LOOKUP-IDX.
009490     SET N3-ITM-PAIR-SUB (N3-ITM-LOOKUP-IDX) TO N3-ITM-IDX.
009500     MOVE 'P' TO N3-ITM-MATCHED-SW (N3-ITM-IDX).
009510     MOVE 'P' TO N3-ITM-MATCHED-SW (N3-ITM-LOOKUP-IDX).
009520 4800-EXIT.
009530     EXIT.
009540*-----------------------------------------------------------------
009550 4900-SET-OPPOSITE.
009560*-----------------------------------------------------------------
009570*    OUR DEBIT TO THE NOSTRO IS THEIR CREDIT TO OUR ACCOUNT.
009580     IF N3-ITM-DR-CR (N3-ITM-IDX) = 'D'
009590         MOVE 'C' TO N3-OPPOSITE-DR-CR
009600     ELSE
009610         MOVE 'D' TO N3-OPPOSITE-DR-CR
009620     END-IF.
009630 4900-EXIT.
009640     EXIT.
009650*-----------------------------------------------------------------
009660 5000-WRITE-NEW-GENERATION.
009670*-----------------------------------------------------------------
009680     MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
009690     MOVE 'H' TO NOI-RECORD-TYPE.
009700     MOVE N3-HIGH-CAPTURE TO NOI-LAST-CAPTURE.
009710     MOVE N3-RUN-DATE TO NOI-LAST-RUN-DATE.
009720     MOVE NOSTRO-OPEN-ITEM-RECORD TO NOSNEWF-RECORD.
009730     WRITE NOSNEWF-RECORD.
009740     IF N3-ITEM-COUNT = ZERO
009750         GO TO 5000-EXIT
009760     END-IF.
009770     SET N3-ITM-IDX TO 1.
009780     PERFORM 5100-WRITE-ONE-ITEM THRU 5100-EXIT
009790         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
009800 5000-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830 5100-WRITE-ONE-ITEM.
009840*-----------------------------------------------------------------
009850     IF N3-ITM-MATCHED-SW (N3-ITM-IDX) = 'Y'
009860         GO TO 5190-NEXT-ITEM
009870     END-IF.
009880     MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
009890     MOVE 'I' TO NOI-RECORD-TYPE.
009900     MOVE N3-ITM-ID (N3-ITM-IDX)          TO NOI-ITEM-ID.
009910     MOVE N3-ITM-SIDE (N3-ITM-IDX)        TO NOI-SIDE.
009920     MOVE N3-ITM-BRANCH (N3-ITM-IDX)      TO NOI-BRANCH.
009930     MOVE N3-ITM-ACCOUNT (N3-ITM-IDX)     TO NOI-ACCOUNT.
009940     MOVE N3-ITM-SUBACCT (N3-ITM-IDX)     TO NOI-SUBACCT.
009950     MOVE N3-ITM-CCY (N3-ITM-IDX)         TO NOI-CCY.
009960     MOVE N3-ITM-DR-CR (N3-ITM-IDX)       TO NOI-DR-CR.
009970     MOVE N3-ITM-AMOUNT (N3-ITM-IDX)      TO NOI-AMOUNT.
009980     MOVE N3-ITM-VALUE-DATE (N3-ITM-IDX)  TO NOI-VALUE-DATE.
009990     MOVE N3-ITM-REFERENCE (N3-ITM-IDX)   TO NOI-REFERENCE.
010000     MOVE N3-ITM-PCREF (N3-ITM-IDX)       TO NOI-PCREF.
010010     MOVE N3-ITM-TRANSQ (N3-ITM-IDX)      TO NOI-TRANSQ.
010020     MOVE N3-ITM-SERVICER-REF (N3-ITM-IDX) TO NOI-SERVICER-REF.
010030     MOVE N3-ITM-FIRST-DATE (N3-ITM-IDX)  TO NOI-FIRST-DATE.
010040     MOVE N3-ITM-BREAK-TYPE (N3-ITM-IDX)  TO NOI-BREAK-TYPE.
010050     MOVE N3-ITM-PAIR-ID (N3-ITM-IDX)     TO NOI-PAIR-ID.
010060     MOVE NOSTRO-OPEN-ITEM-RECORD TO NOSNEWF-RECORD.
010070     WRITE NOSNEWF-RECORD.
010080     ADD 1 TO RST-RECORDS-OUT.
010090 5190-NEXT-ITEM.
010100     SET N3-ITM-IDX UP BY 1.
010110 5100-EXIT.
010120     EXIT.
010130*-----------------------------------------------------------------
010140 7000-PRINT-BREAK-LISTS.
010150*-----------------------------------------------------------------
010160     IF N3-ITEM-COUNT = ZERO
010170         GO TO 7900-PRINT-SUMMARY
010180     END-IF.
010190     MOVE 'WE BOOKED, THEY HAVE NOT' TO N3-SECTION-TITLE.
010200     MOVE N3-SECTION-LINE TO NOSRPT-RECORD.
010210     WRITE NOSRPT-RECORD.
010220     SET N3-ITM-IDX TO 1.
010230     PERFORM 7100-PRINT-OURS-ONLY THRU 7100-EXIT
010240         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
010250     MOVE 'THEY BOOKED, WE HAVE NOT' TO N3-SECTION-TITLE.
010260     MOVE N3-SECTION-LINE TO NOSRPT-RECORD.
010270     WRITE NOSRPT-RECORD.
010280     SET N3-ITM-IDX TO 1.
010290     PERFORM 7200-PRINT-THEIRS-ONLY THRU 7200-EXIT
010300         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
010310     MOVE 'AMOUNT MISMATCHES' TO N3-SECTION-TITLE.
010320     MOVE N3-SECTION-LINE TO NOSRPT-RECORD.
010330     WRITE NOSRPT-RECORD.
010340     SET N3-ITM-IDX TO 1.
010350     PERFORM 7300-PRINT-AMOUNT-BREAK THRU 7300-EXIT
010360         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
010370     MOVE 'VALUE-DATE MISMATCHES' TO N3-SECTION-TITLE.
010380     MOVE N3-SECTION-LINE TO NOSRPT-RECORD.
010390     WRITE NOSRPT-RECORD.
010400     SET N3-ITM-IDX TO 1.
010410     PERFORM 7400-PRINT-VDATE-BREAK THRU 7400-EXIT
010420         UNTIL N3-ITM-IDX > N3-ITEM-COUNT.
010430 7900-PRINT-SUMMARY.
010440     MOVE N3-LEG-COUNT          TO N3-SUM-LEGS.
010450     MOVE N3-STMT-ENTRY-COUNT   TO N3-SUM-ENTRIES.
010460     MOVE N3-MATCHED-COUNT      TO N3-SUM-MATCHED.
010470     MOVE N3-CLEARED-COUNT      TO N3-SUM-CLEARED.
010480     MOVE N3-SUMMARY-LINE-1 TO NOSRPT-RECORD.
010490     WRITE NOSRPT-RECORD.
010500     MOVE N3-OURS-OPEN-COUNT    TO N3-SUM-OURS.
010510     MOVE N3-THEIRS-OPEN-COUNT  TO N3-SUM-THEIRS.
010520     MOVE N3-AMOUNT-BREAK-COUNT TO N3-SUM-AMOUNT.
010530     MOVE N3-VDATE-BREAK-COUNT  TO N3-SUM-VDATE.
010540     MOVE N3-SUMMARY-LINE-2 TO NOSRPT-RECORD.
010550     WRITE NOSRPT-RECORD.
010560 7000-EXIT.
010570     EXIT.
010580*-----------------------------------------------------------------
010590 7100-PRINT-OURS-ONLY.
010600*-----------------------------------------------------------------
010610     IF N3-ITM-SIDE (N3-ITM-IDX) = 'O'
010620        AND N3-ITM-MATCHED-SW (N3-ITM-IDX) = 'N'
010630         ADD 1 TO N3-OURS-OPEN-COUNT
010640         PERFORM 7800-FORMAT-ITEM-LINE THRU 7800-EXIT
010650         MOVE N3-ITEM-LINE TO NOSRPT-RECORD
010660         WRITE NOSRPT-RECORD
010670     END-IF.
010680     SET N3-ITM-IDX UP BY 1.
010690 7100-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------------
010720 7200-PRINT-THEIRS-ONLY.
010730*-----------------------------------------------------------------
010740     IF N3-ITM-SIDE (N3-ITM-IDX) = 'T'
010750        AND N3-ITM-MATCHED-SW (N3-ITM-IDX) = 'N'
010760         ADD 1 TO N3-THEIRS-OPEN-COUNT
010770         PERFORM 7800-FORMAT-ITEM-LINE THRU 7800-EXIT
010780         MOVE N3-ITEM-LINE TO NOSRPT-RECORD
010790         WRITE NOSRPT-RECORD
010800     END-IF.
010810     SET N3-ITM-IDX UP BY 1.
010820 7200-EXIT.
010830     EXIT.
010840*-----------------------------------------------------------------
010850 7300-PRINT-AMOUNT-BREAK.
010860*-----------------------------------------------------------------
010870     IF N3-ITM-SIDE (N3-ITM-IDX) = 'O'
010880        AND N3-ITM-BREAK-TYPE (N3-ITM-IDX) = 'A'
010890         PERFORM 7800-FORMAT-ITEM-LINE THRU 7800-EXIT
010900         MOVE N3-ITEM-LINE TO NOSRPT-RECORD
010910         WRITE NOSRPT-RECORD
010920         PERFORM 7810-FORMAT-PAIR-LINE THRU 7810-EXIT
010930         MOVE N3-PAIR-LINE TO NOSRPT-RECORD
010940         WRITE NOSRPT-RECORD
010950     END-IF.
010960     SET N3-ITM-IDX UP BY 1.
010970 7300-EXIT.
010980     EXIT.
010990*-----------------------------------------------------------------
011000 7400-PRINT-VDATE-BREAK.
011010*-----------------------------------------------------------------
011020     IF N3-ITM-SIDE (N3-ITM-IDX) = 'O'
011030        AND N3-ITM-BREAK-TYPE (N3-ITM-IDX) = 'V'
011040         PERFORM 7800-FORMAT-ITEM-LINE THRU 7800-EXIT
011050         MOVE N3-ITEM-LINE TO NOSRPT-RECORD
011060         WRITE NOSRPT-RECORD
011070         PERFORM 7810-FORMAT-PAIR-LINE THRU 7810-EXIT
011080         MOVE N3-PAIR-LINE TO NOSRPT-RECORD
011090         WRITE NOSRPT-RECORD
011100     END-IF.
011110     SET N3-ITM-IDX UP BY 1.
011120 7400-EXIT.
011130     EXIT.
011140*-----------------------------------------------------------------
011150 7800-FORMAT-ITEM-LINE.
011160*-----------------------------------------------------------------
011170     MOVE N3-ITM-BRANCH (N3-ITM-IDX)     TO N3-ITL-BRANCH.
011180     MOVE N3-ITM-ACCOUNT (N3-ITM-IDX)    TO N3-ITL-ACCOUNT.
011190     MOVE N3-ITM-SUBACCT (N3-ITM-IDX)    TO N3-ITL-SUBACCT.
011200     MOVE N3-ITM-CCY (N3-ITM-IDX)        TO N3-ITL-CCY.
011210     IF N3-ITM-DR-CR (N3-ITM-IDX) = 'D'
011220         MOVE 'DR' TO N3-ITL-DR-CR
011230     ELSE
011240         MOVE 'CR' TO N3-ITL-DR-CR
011250     END-IF.
011260     MOVE N3-ITM-AMOUNT (N3-ITM-IDX)     TO N3-ITL-AMOUNT.
011270     MOVE N3-ITM-VALUE-DATE (N3-ITM-IDX) TO N3-ITL-VALUE-DATE.
011280     MOVE N3-ITM-REFERENCE (N3-ITM-IDX)  TO N3-ITL-REFERENCE.
011290     IF N3-ITM-SIDE (N3-ITM-IDX) = 'O'
011300         MOVE N3-ITM-PCREF (N3-ITM-IDX) TO N3-ITL-SOURCE-REF
011310     ELSE
011320         MOVE N3-ITM-SERVICER-REF (N3-ITM-IDX)
011330             TO N3-ITL-SOURCE-REF
011340     END-IF.
011350     MOVE N3-ITM-FIRST-DATE (N3-ITM-IDX) TO N3-ITL-FIRST-DATE.
011360     COMPUTE N3-ITEM-JULIAN =
011370         FUNCTION INTEGER-OF-DATE(N3-ITM-FIRST-DATE (N3-ITM-IDX)).
011380     COMPUTE N3-AGE-DAYS = N3-TODAY-JULIAN - N3-ITEM-JULIAN.
011390     IF N3-AGE-DAYS < ZERO
011400         MOVE ZERO TO N3-AGE-DAYS
011410     END-IF.
011420     MOVE N3-AGE-DAYS TO N3-ITL-AGE.
011430     MOVE N3-ITM-ID (N3-ITM-IDX) TO N3-ITL-ITEM-ID.
011440 7800-EXIT.
011450     EXIT.
011460*-----------------------------------------------------------------
011470 7810-FORMAT-PAIR-LINE.
011480*-----------------------------------------------------------------
011490     SET N3-ITM-LOOKUP-IDX TO N3-ITM-PAIR-SUB (N3-ITM-IDX).
011500     IF N3-ITM-DR-CR (N3-ITM-LOOKUP-IDX) = 'D'
011510         MOVE 'DR' TO N3-PRL-DR-CR
011520     ELSE
011530         MOVE 'CR' TO N3-PRL-DR-CR
011540     END-IF.
011550     MOVE N3-ITM-AMOUNT (N3-ITM-LOOKUP-IDX) TO N3-PRL-AMOUNT.
011560     MOVE N3-ITM-VALUE-DATE (N3-ITM-LOOKUP-IDX)
011570         TO N3-PRL-VALUE-DATE.
011580     MOVE N3-ITM-SERVICER-REF (N3-ITM-LOOKUP-IDX)
011590         TO N3-PRL-SERVICER-REF.
011600     MOVE N3-ITM-ID (N3-ITM-LOOKUP-IDX) TO N3-PRL-ITEM-ID.
011610 7810-EXIT.
011620     EXIT.
011630*-----------------------------------------------------------------
011640 8000-TERMINATE.
011650*-----------------------------------------------------------------
011660     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
011670     CLOSE LOGGERSF.
011680     CLOSE NOSSTMF.
011690     CLOSE NOSNEWF.
011700     CLOSE NOSRPT.
011710     DISPLAY 'ESB093N: LEGS ' N3-LEG-COUNT
011720         ' ENTRIES ' N3-STMT-ENTRY-COUNT
011730         ' MATCHED ' N3-MATCHED-COUNT
011740         ' OURS OPEN ' N3-OURS-OPEN-COUNT
011750         ' THEIRS OPEN ' N3-THEIRS-OPEN-COUNT.
011760 8000-EXIT.
011770     EXIT.
011780*-----------------------------------------------------------------
011790 9100-READ-COAMSTF.
011800*-----------------------------------------------------------------
011810     READ COAMSTF
011820         AT END
011830             SET N3-COAMSTF-EOF TO TRUE
011840     END-READ.
011850 9100-EXIT.
011860     EXIT.
011870*-----------------------------------------------------------------
011880 9200-READ-NOSCLRF.
011890*-----------------------------------------------------------------
011900     READ NOSCLRF
011910         AT END
011920             SET N3-NOSCLRF-EOF TO TRUE
011930     END-READ.
011940 9200-EXIT.
011950     EXIT.
011960*-----------------------------------------------------------------
011970 9300-READ-NOSOLDF.
011980*-----------------------------------------------------------------
011990     READ NOSOLDF
012000         AT END
012010             SET N3-NOSOLDF-EOF TO TRUE
012020     END-READ.
012030 9300-EXIT.
012040     EXIT.
012050*-----------------------------------------------------------------
012060 9400-READ-LOGGERSF.
012070*-----------------------------------------------------------------
012080     READ LOGGERSF
012090         AT END
012100             SET N3-LOGGERSF-EOF TO TRUE
012110     END-READ.
012120 9400-EXIT.
012130     EXIT.
012140*-----------------------------------------------------------------
012150 9500-READ-NOSSTMF.
012160*-----------------------------------------------------------------
012170     READ NOSSTMF
012180         AT END
012190             SET N3-NOSSTMF-EOF TO TRUE
012200     END-READ.
012210 9500-EXIT.
012220     EXIT.
012230*-----------------------------------------------------------------
012240 9900-WRITE-RUN-STATS.
012250*-----------------------------------------------------------------
012260     MOVE 'ESB093N' TO RST-PROGRAM-ID.
012270     MOVE N3-RUN-DATE TO RST-BUSINESS-DATE.
012280     ACCEPT RST-END-TIME FROM TIME.
012290     MOVE '00' TO RST-WORST-STATUS.
012300     IF N3-LOGGERSF-STATUS NOT = '00'
012310        AND N3-LOGGERSF-STATUS NOT = '10'
012320         MOVE N3-LOGGERSF-STATUS TO RST-WORST-STATUS
012330     END-IF.
012340     IF N3-NOSNEWF-STATUS NOT = '00'
012350         MOVE N3-NOSNEWF-STATUS TO RST-WORST-STATUS
012360     END-IF.
012370     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
012380 9900-EXIT.
012390     EXIT.
012400*-----------------------------------------------------------------
012410 9999-EXIT.
012420*-----------------------------------------------------------------
012430     EXIT.
