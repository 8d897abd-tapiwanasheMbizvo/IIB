000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB124Z
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    PERSONAL DATA ANONYMIZATION OF THE LOGGER ARCHIVE.  WALKS
000200*    ARCHIVEF IN KEY ORDER AND, FOR EVERY IMAGE CAPTURED MORE THAN
000210*    THE PERSONAL-DATA RETENTION PERIOD AGO (PDATPRMF, DEFAULT 730
000220*    DAYS), OVERWRITES THE PAYMENT NARRATIVES (GZNR1-GZNR8) OF A
000230*    TRANSACTION RESPONSE, OR THE HOLD DESCRIPTIONS
000240*    (GZHDD1-GZHDD4) OF A HOLD REQUEST OR RESPONSE, WITH THE
000250*    FIXED TOKEN AND REWRITES THE RECORD IN PLACE.  TAGS,
000260*    AMOUNTS, ACCOUNTS, DATES AND PCREFS ARE KEPT, SO
000270*    RECONCILIATION AND RECONSTRUCTION STILL WORK.  AN IMAGE
000280*    ALREADY ANONYMIZED IS LEFT ALONE, SO THE JOB MAY BE RE-RUN.
000290*    CUSTOMERS UNDER LEGAL HOLD - AN OPEN COURT ORDER (CTOMSTF) OR
000300*    AN OPEN OR INVESTIGATING DISPUTE (DSCMSTF) - ARE EXCLUDED:
000310*    AN IMAGE NAMING THE CUSTOMER, POSTING TO ONE OF ITS ACCOUNTS
000320*    (FROM ITS SNAPSHOTS AND THE ORDER) OR DISPUTED BY AN OPEN
000330*    CASE IS NOT TOUCHED.  THE HELD CUSTOMERS AND THE RECORDS
000340*    EXCLUDED ARE LISTED ON ANONRPT.  EVERY RECORD ANONYMIZED IS
000350*    LOGGED TO ANONLOGF AND POSTED TO THE PCREF STATUS INDEX.
000360*    WHEN A LEGAL HOLD SOURCE CANNOT BE READ, OR THE HOLD TABLES
000370*    OVERFLOW, NOTHING IS ANONYMIZED AND THE RETURN CODE IS 12;
000380*    A REWRITE FAILURE GIVES RETURN CODE 4.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*    15-OCT-2026  TC   INITIAL VERSION.
000420******************************************************************
000430 PROGRAM-ID. ESB124Z.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-ZSERIES.
000470 OBJECT-COMPUTER. IBM-ZSERIES.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PDATPRMF ASSIGN TO PDATPRMF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS Z4-PDATPRMF-STATUS.
000530     SELECT CTOMSTF  ASSIGN TO CTOMSTF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS Z4-CTOMSTF-STATUS.
000560     SELECT DSCMSTF  ASSIGN TO DSCMSTF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS Z4-DSCMSTF-STATUS.
000590     SELECT SNAPSHOF ASSIGN TO SNAPSHOF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS Z4-SNAPSHOF-STATUS.
000620     SELECT ARCHIVEF ASSIGN TO ARCHIVEF
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD
000660         FILE STATUS IS Z4-ARCHIVEF-STATUS.
000670     SELECT ANONLOGF ASSIGN TO ANONLOGF
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS Z4-ANONLOGF-STATUS.
000700     SELECT ANONRPT  ASSIGN TO ANONRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS Z4-ANONRPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PDATPRMF
000760     RECORDING MODE IS F.
000770     COPY "Personal_Data_Param.cpy".
000780 FD  CTOMSTF
000790     RECORDING MODE IS F.
000800     COPY "Court_Order.cpy".
000810 FD  DSCMSTF
000820     RECORDING MODE IS F.
000830     COPY "Dispute_Case.cpy".
000840 FD  SNAPSHOF
000850     RECORDING MODE IS F.
000860     COPY "Customer_Snapshot.cpy".
000870 FD  ARCHIVEF
000880     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000890         DEPENDING ON Z4-ARC-RECLEN.
000900     COPY "Logger_Store_Record.cpy"
000910         REPLACING LOGGER-STORE-RECORD BY LOGGER-ARCHIVE-RECORD.
000920 FD  ANONLOGF
000930     RECORDING MODE IS F.
000940     COPY "Anonymization_Log.cpy".
000950 FD  ANONRPT
000960     RECORDING MODE IS F.
000970 01  ANONRPT-RECORD               PIC X(132).
000980 WORKING-STORAGE SECTION.
000990 01  Z4-PDATPRMF-STATUS           PIC X(002) VALUE '00'.
001000     88 Z4-PDATPRMF-OK                       VALUE '00'.
001010 01  Z4-CTOMSTF-STATUS            PIC X(002) VALUE '00'.
001020     88 Z4-CTOMSTF-OK                        VALUE '00'.
001030 01  Z4-DSCMSTF-STATUS            PIC X(002) VALUE '00'.
001040     88 Z4-DSCMSTF-OK                        VALUE '00'.
001050 01  Z4-SNAPSHOF-STATUS           PIC X(002) VALUE '00'.
001060     88 Z4-SNAPSHOF-OK                       VALUE '00'.
001070 01  Z4-ARCHIVEF-STATUS           PIC X(002) VALUE '00'.
001080     88 Z4-ARCHIVEF-OK                       VALUE '00'.
001090 01  Z4-ANONLOGF-STATUS           PIC X(002) VALUE '00'.
001095     88 Z4-ANONLOGF-OK                       VALUE '00'.
001100 01  Z4-ANONRPT-STATUS            PIC X(002) VALUE '00'.
001110 01  Z4-SWITCHES.
001120     05 Z4-SOURCE-EOF-SW          PIC X(001) VALUE 'N'.
001130        88 Z4-SOURCE-EOF                     VALUE 'Y'.
001140     05 Z4-ARCHIVEF-EOF-SW        PIC X(001) VALUE 'N'.
001150        88 Z4-ARCHIVEF-EOF                   VALUE 'Y'.
001160     05 Z4-HOLDS-SW               PIC X(001) VALUE 'Y'.
001170        88 Z4-HOLDS-COMPLETE                 VALUE 'Y'.
001180     05 Z4-CASE-SW                PIC X(001) VALUE 'N'.
001190        88 Z4-OPEN-CASE                      VALUE 'Y'.
001200     05 Z4-FOUND-SW               PIC X(001) VALUE 'N'.
001210        88 Z4-FOUND                          VALUE 'Y'.
001220 01  Z4-DATE-TIME.
001230     05 Z4-RUN-DATE               PIC 9(008) VALUE ZERO.
001240     05 Z4-RUN-TIME               PIC 9(006) VALUE ZERO.
001250 01  Z4-ARC-RECLEN                PIC 9(004) COMP VALUE ZERO.
001255 01  Z4-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
001260 01  Z4-RUN-JULIAN                PIC 9(007) VALUE ZERO.
001270 01  Z4-CAP-JULIAN                PIC 9(007) VALUE ZERO.
001280 01  Z4-AGE-DAYS                  PIC 9(005) VALUE ZERO.
001290*    RETENTION AND TOKEN, FROM PDATPRMF OR DEFAULTED.
001300 01  Z4-RETENTION-DAYS            PIC 9(004) VALUE 730.
001310 01  Z4-TOKEN                     PIC X(035)
001320            VALUE '*** ANONYMIZED ***'.
001330 01  Z4-SUB                       PIC 9(004) COMP VALUE ZERO.
001340 01  Z4-FIELD-COUNT               PIC 9(002) VALUE ZERO.
001350 01  Z4-EXCLUDE-REASON            PIC X(014) VALUE SPACES.
001360 01  Z4-EXCLUDE-HZCUS             PIC X(006) VALUE SPACES.
001370 01  Z4-HOLD-REASON               PIC X(012) VALUE SPACES.
001380 01  Z4-HOLD-REFERENCE            PIC X(016) VALUE SPACES.
001390 01  Z4-COUNTERS.
001400     05 Z4-READ-COUNT             PIC 9(007) VALUE ZERO.
001410     05 Z4-NOT-DUE-COUNT          PIC 9(007) VALUE ZERO.
001420     05 Z4-NO-DATA-COUNT          PIC 9(007) VALUE ZERO.
001430     05 Z4-ALREADY-COUNT          PIC 9(007) VALUE ZERO.
001440     05 Z4-EXCLUDED-COUNT         PIC 9(007) VALUE ZERO.
001450     05 Z4-ANONYMIZED-COUNT       PIC 9(007) VALUE ZERO.
001460     05 Z4-FIELDS-COUNT           PIC 9(007) VALUE ZERO.
001470     05 Z4-ERROR-COUNT            PIC 9(007) VALUE ZERO.
001480*    THE IMAGE BEING EXAMINED: ITS CUSTOMER (HOLDS ONLY), UP TO
001490*    TWO ACCOUNTS AND ITS NARRATIVE OR DESCRIPTION FIELDS.
001500 01  Z4-IMAGE-HZCUS               PIC X(006) VALUE SPACES.
001510 01  Z4-IMAGE-ACCOUNTS.
001520     05 Z4-IMG-ACCOUNT OCCURS 2 TIMES.
001530        10 Z4-IMG-HZAB            PIC X(004).
001540        10 Z4-IMG-HZAN            PIC X(006).
001550        10 Z4-IMG-HZAS            PIC X(003).
001560 01  Z4-TEXT-COUNT                PIC 9(004) COMP VALUE ZERO.
001570 01  Z4-TEXT-TABLE.
001580     05 Z4-TXT-VALUE OCCURS 8 TIMES
001590                                  PIC X(035).
001600 01  Z4-PROBE-ACCOUNT             PIC X(013) VALUE SPACES.
001610 01  Z4-PROBE-PCREF               PIC X(015) VALUE SPACES.
001620*    LEGAL HOLDS: THE CUSTOMERS, THEIR ACCOUNTS AND THE PCREFS
001630*    DISPUTED BY OPEN CASES.
001640 01  Z4-CUSTOMER-COUNT            PIC 9(004) COMP VALUE ZERO.
001650 01  Z4-CUSTOMER-TABLE.
001660     05 Z4-CUS-ENTRY OCCURS 2000 TIMES
001670        INDEXED BY Z4-CUS-IDX.
001680        10 Z4-CUS-HZCUS           PIC X(006).
001690        10 Z4-CUS-REASON          PIC X(012).
001700        10 Z4-CUS-REFERENCE       PIC X(016).
001710 01  Z4-ACCOUNT-COUNT             PIC 9(004) COMP VALUE ZERO.
001720 01  Z4-ACCOUNT-TABLE.
001730     05 Z4-ACT-ENTRY OCCURS 5000 TIMES
001740        INDEXED BY Z4-ACT-IDX.
001750        10 Z4-ACT-ACCOUNT         PIC X(013).
001760        10 Z4-ACT-HZCUS           PIC X(006).
001770 01  Z4-PCREF-COUNT               PIC 9(004) COMP VALUE ZERO.
001780 01  Z4-PCREF-TABLE.
001790     05 Z4-PCR-ENTRY OCCURS 5000 TIMES
001800        INDEXED BY Z4-PCR-IDX.
001810        10 Z4-PCR-PCREF           PIC X(015).
001820        10 Z4-PCR-HZCUS           PIC X(006).
001830 01  Z4-CASE-HZCUS                PIC X(006) VALUE SPACES.
001840 01  Z4-HEADING-LINE.
001850     05 FILLER                    PIC X(040)
001860            VALUE 'ARCHIVE PERSONAL DATA ANONYMIZATION     '.
001870     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001880     05 Z4-HDG-DATE               PIC 9(008).
001890     05 FILLER                    PIC X(013)
001900            VALUE '  RETENTION: '.
001910     05 Z4-HDG-RETENTION          PIC ZZZ9.
001920     05 FILLER                    PIC X(014)
001930            VALUE ' DAYS  TOKEN: '.
001940     05 Z4-HDG-TOKEN              PIC X(035).
001950     05 FILLER                    PIC X(013) VALUE SPACES.
001960 01  Z4-TITLE-LINE.
001970     05 Z4-TTL-TEXT               PIC X(040).
001980     05 FILLER                    PIC X(092) VALUE SPACES.
001990 01  Z4-HOLD-LINE.
002000     05 FILLER                    PIC X(004) VALUE SPACES.
002010     05 FILLER                    PIC X(009) VALUE 'CUSTOMER '.
002020     05 Z4-HDL-HZCUS              PIC X(006).
002030     05 FILLER                    PIC X(002) VALUE SPACES.
002040     05 Z4-HDL-REASON             PIC X(012).
002050     05 FILLER                    PIC X(002) VALUE SPACES.
002060     05 Z4-HDL-REFERENCE          PIC X(016).
002070     05 FILLER                    PIC X(081) VALUE SPACES.
002080 01  Z4-EXCLUDED-LINE.
002090     05 FILLER                    PIC X(004) VALUE SPACES.
002100     05 Z4-EXL-PCREF              PIC X(020).
002110     05 FILLER                    PIC X(001) VALUE SPACE.
002120     05 Z4-EXL-DATE               PIC 9(008).
002130     05 FILLER                    PIC X(001) VALUE SPACE.
002140     05 Z4-EXL-TIME               PIC 9(006).
002150     05 FILLER                    PIC X(009) VALUE '  STREAM '.
002160     05 Z4-EXL-STREAM             PIC X(001).
002170     05 FILLER                    PIC X(010) VALUE '  ACCOUNT '.
002180     05 Z4-EXL-HZAB               PIC X(004).
002190     05 FILLER                    PIC X(001) VALUE '-'.
002200     05 Z4-EXL-HZAN               PIC X(006).
002210     05 FILLER                    PIC X(001) VALUE '-'.
002220     05 Z4-EXL-HZAS               PIC X(003).
002230     05 FILLER                    PIC X(011) VALUE '  CUSTOMER '.
002240     05 Z4-EXL-HZCUS              PIC X(006).
002250     05 FILLER                    PIC X(002) VALUE SPACES.
002260     05 Z4-EXL-REASON             PIC X(014).
002270     05 FILLER                    PIC X(024) VALUE SPACES.
002280 01  Z4-ERROR-LINE.
002290     05 FILLER                    PIC X(004) VALUE SPACES.
002300     05 FILLER                    PIC X(027)
002310            VALUE '** REWRITE FAILED, STATUS  '.
002320     05 Z4-ERL-STATUS             PIC X(002).
002330     05 FILLER                    PIC X(006) VALUE ' KEY: '.
002340     05 Z4-ERL-KEY                PIC X(037).
002350     05 FILLER                    PIC X(056) VALUE SPACES.
002360 01  Z4-STOPPED-LINE.
002370     05 FILLER                    PIC X(019)
002380            VALUE '** LEGAL HOLD FILE '.
002390     05 Z4-STL-FILE               PIC X(008).
002400     05 FILLER                    PIC X(016)
002410            VALUE ' NOT READ, OPEN '.
002420     05 FILLER                    PIC X(007) VALUE 'STATUS '.
002430     05 Z4-STL-STATUS             PIC X(002).
002440     05 FILLER                    PIC X(031)
002450            VALUE ' - NO RECORDS ANONYMIZED       '.
002460     05 FILLER                    PIC X(049) VALUE SPACES.
002470 01  Z4-OVERFLOW-LINE.
002480     05 FILLER                    PIC X(025)
002490            VALUE '** LEGAL HOLD TABLE FULL '.
002500     05 Z4-OVL-TABLE              PIC X(010).
002510     05 FILLER                    PIC X(025)
002520            VALUE ' - NO RECORDS ANONYMIZED '.
002530     05 FILLER                    PIC X(072) VALUE SPACES.
002540 01  Z4-TOTAL-LINE.
002550     05 Z4-TTL-LABEL              PIC X(030).
002560     05 Z4-TTL-COUNT              PIC ZZZZZZ9.
002570     05 FILLER                    PIC X(095) VALUE SPACES.
002580 COPY "EQ_HOLD_REQ.cpy".
002590 COPY "EQ_HOLD_RESP.cpy".
002600 COPY "Transaction_Rsp_TT.cpy".
002610 COPY "Pcref_Status_Index.cpy".
002620 COPY "Run_Statistics.cpy".
002630 PROCEDURE DIVISION.
002640*-----------------------------------------------------------------
002650 0000-MAINLINE.
002660*-----------------------------------------------------------------
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-LOAD-COURT-ORDERS THRU 2000-EXIT.
002690     PERFORM 2200-LOAD-DISPUTES THRU 2200-EXIT.
002700     PERFORM 2400-LOAD-HELD-ACCOUNTS THRU 2400-EXIT.
002710     PERFORM 2600-LIST-HELD-CUSTOMERS THRU 2600-EXIT.
002720     IF Z4-HOLDS-COMPLETE
002730         PERFORM 3000-ANONYMIZE-ARCHIVE THRU 3000-EXIT
002740     END-IF.
002750     PERFORM 7000-REPORT-TOTALS THRU 7000-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780*-----------------------------------------------------------------
002790 1000-INITIALIZE.
002800*-----------------------------------------------------------------
002810     ACCEPT Z4-RUN-DATE FROM DATE YYYYMMDD.
002820     ACCEPT Z4-RUN-TIME FROM TIME.
002830     ACCEPT RST-START-TIME FROM TIME.
002840     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002850                  RST-REJECT-COUNT.
002860     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
002870     COMPUTE Z4-RUN-JULIAN =
002880         FUNCTION INTEGER-OF-DATE (Z4-RUN-DATE).
002890     OPEN OUTPUT ANONRPT.
002900     MOVE Z4-RUN-DATE TO Z4-HDG-DATE.
002910     MOVE Z4-RETENTION-DAYS TO Z4-HDG-RETENTION.
002920     MOVE Z4-TOKEN TO Z4-HDG-TOKEN.
002930     MOVE Z4-HEADING-LINE TO ANONRPT-RECORD.
002940     WRITE ANONRPT-RECORD.
002950 1000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980 1200-LOAD-PARAMETERS.
002990*-----------------------------------------------------------------
003000*    A MISSING FILE, A ZERO PERIOD OR A BLANK TOKEN KEEPS THE
003010*    DEFAULT.
003020     OPEN INPUT PDATPRMF.
003030     IF NOT Z4-PDATPRMF-OK
003040         DISPLAY 'ESB124Z: NO PERSONAL DATA PARAMETERS,'
003050             ' DEFAULTS USED'
003060         GO TO 1200-EXIT
003070     END-IF.
003080     READ PDATPRMF
003090         AT END
003100             MOVE SPACES TO PERSONAL-DATA-PARAM-RECORD
003110     END-READ.
003120     IF PDP-RETENTION-DAYS IS NUMERIC
003130        AND PDP-RETENTION-DAYS > ZERO
003140         MOVE PDP-RETENTION-DAYS TO Z4-RETENTION-DAYS
003150     END-IF.
003160     IF PDP-TOKEN NOT = SPACES
003170         MOVE PDP-TOKEN TO Z4-TOKEN
003180     END-IF.
003190     CLOSE PDATPRMF.
003200 1200-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230 2000-LOAD-COURT-ORDERS.
003240*-----------------------------------------------------------------
003250     MOVE 'N' TO Z4-SOURCE-EOF-SW.
003260     OPEN INPUT CTOMSTF.
003270     IF NOT Z4-CTOMSTF-OK
003280         MOVE 'CTOMSTF' TO Z4-STL-FILE
003290         MOVE Z4-CTOMSTF-STATUS TO Z4-STL-STATUS
003300         PERFORM 6800-HOLDS-NOT-READ THRU 6800-EXIT
003310         GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 9100-READ-CTOMSTF THRU 9100-EXIT.
003340     PERFORM 2100-LOAD-ONE-ORDER THRU 2100-EXIT
003350         UNTIL Z4-SOURCE-EOF.
003360     CLOSE CTOMSTF.
003370 2000-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400 2100-LOAD-ONE-ORDER.
003410*-----------------------------------------------------------------
003420     IF NOT CTO-OPEN
003430         GO TO 2100-NEXT
003440     END-IF.
003450     MOVE 'COURT ORDER' TO Z4-HOLD-REASON.
003460     MOVE CTO-ORDER-NO TO Z4-HOLD-REFERENCE.
003470     MOVE CTO-HZCUS TO Z4-CASE-HZCUS.
003480     PERFORM 5100-ADD-HELD-CUSTOMER THRU 5100-EXIT.
003490     MOVE 1 TO Z4-SUB.
003500     PERFORM 2150-LOAD-ORDER-ACCOUNT THRU 2150-EXIT
003510         UNTIL Z4-SUB > CTO-ACCOUNT-COUNT
003520            OR Z4-SUB > 5.
003530 2100-NEXT.
003540     PERFORM 9100-READ-CTOMSTF THRU 9100-EXIT.
003550 2100-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580 2150-LOAD-ORDER-ACCOUNT.
003590*-----------------------------------------------------------------
003600     MOVE CTO-ACC-BRANCH (Z4-SUB) TO Z4-PROBE-ACCOUNT (1:4).
003610     MOVE CTO-ACC-ACCOUNT (Z4-SUB) TO Z4-PROBE-ACCOUNT (5:6).
003620     MOVE CTO-ACC-SUBACCT (Z4-SUB) TO Z4-PROBE-ACCOUNT (11:3).
003630     PERFORM 5200-ADD-HELD-ACCOUNT THRU 5200-EXIT.
003640     ADD 1 TO Z4-SUB.
003650 2150-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 2200-LOAD-DISPUTES.
003690*-----------------------------------------------------------------
003700*    REFERENCES FOLLOW THEIR CASE, SO THEY ARE TAKEN WHILE THE
003710*    LAST CASE READ IS STILL OPEN.
003720     MOVE 'N' TO Z4-SOURCE-EOF-SW.
003730     MOVE 'N' TO Z4-CASE-SW.
003740     OPEN INPUT DSCMSTF.
003750     IF NOT Z4-DSCMSTF-OK
003760         MOVE 'DSCMSTF' TO Z4-STL-FILE
003770         MOVE Z4-DSCMSTF-STATUS TO Z4-STL-STATUS
003780         PERFORM 6800-HOLDS-NOT-READ THRU 6800-EXIT
003790         GO TO 2200-EXIT
003800     END-IF.
003810     PERFORM 9200-READ-DSCMSTF THRU 9200-EXIT.
003820     PERFORM 2300-LOAD-ONE-CASE THRU 2300-EXIT
003830         UNTIL Z4-SOURCE-EOF.
003840     CLOSE DSCMSTF.
003850 2200-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------------
003880 2300-LOAD-ONE-CASE.
003890*-----------------------------------------------------------------
003900     EVALUATE TRUE
003910         WHEN DSC-CASE
003920             MOVE 'N' TO Z4-CASE-SW
003930             IF DSC-OPEN
003940                OR DSC-INVESTIGATING
003950                 SET Z4-OPEN-CASE TO TRUE
003960                 MOVE 'OPEN DISPUTE' TO Z4-HOLD-REASON
003970                 MOVE DSC-CASE-NUMBER TO Z4-HOLD-REFERENCE
003980                 MOVE DSC-HZCUS TO Z4-CASE-HZCUS
003990                 PERFORM 5100-ADD-HELD-CUSTOMER THRU 5100-EXIT
004000             END-IF
004010         WHEN DSC-REFERENCE
004020             IF Z4-OPEN-CASE
004030                 PERFORM 5300-ADD-HELD-PCREF THRU 5300-EXIT
004040             END-IF
004050         WHEN OTHER
004060             MOVE 'N' TO Z4-CASE-SW
004070     END-EVALUATE.
004080     PERFORM 9200-READ-DSCMSTF THRU 9200-EXIT.
004090 2300-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------------
004120 2400-LOAD-HELD-ACCOUNTS.
004130*-----------------------------------------------------------------
004140     MOVE 'N' TO Z4-SOURCE-EOF-SW.
004150     OPEN INPUT SNAPSHOF.
004160     IF NOT Z4-SNAPSHOF-OK
004170         MOVE 'SNAPSHOF' TO Z4-STL-FILE
004180         MOVE Z4-SNAPSHOF-STATUS TO Z4-STL-STATUS
004190         PERFORM 6800-HOLDS-NOT-READ THRU 6800-EXIT
004200         GO TO 2400-EXIT
004210     END-IF.
004220     PERFORM 9300-READ-SNAPSHOF THRU 9300-EXIT.
004230     PERFORM 2500-LOAD-ONE-SNAPSHOT THRU 2500-EXIT
004240         UNTIL Z4-SOURCE-EOF.
004250     CLOSE SNAPSHOF.
004260 2400-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290 2500-LOAD-ONE-SNAPSHOT.
004300*-----------------------------------------------------------------
004310     IF Z4-CUSTOMER-COUNT = ZERO
004320         GO TO 2500-NEXT
004330     END-IF.
004340     MOVE CSS-HZCUS TO Z4-CASE-HZCUS.
004350     PERFORM 5400-FIND-CUSTOMER THRU 5400-EXIT.
004360     IF Z4-FOUND
004370         MOVE CSS-HZAB TO Z4-PROBE-ACCOUNT (1:4)
004380         MOVE CSS-HZAN TO Z4-PROBE-ACCOUNT (5:6)
004390         MOVE CSS-HZAS TO Z4-PROBE-ACCOUNT (11:3)
004400         PERFORM 5200-ADD-HELD-ACCOUNT THRU 5200-EXIT
004410     END-IF.
004420 2500-NEXT.
004430     PERFORM 9300-READ-SNAPSHOF THRU 9300-EXIT.
004440 2500-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 2600-LIST-HELD-CUSTOMERS.
004480*-----------------------------------------------------------------
004490     MOVE 'CUSTOMERS UNDER LEGAL HOLD' TO Z4-TTL-TEXT.
004500     MOVE Z4-TITLE-LINE TO ANONRPT-RECORD.
004510     WRITE ANONRPT-RECORD.
004520     SET Z4-CUS-IDX TO 1.
004530     PERFORM 2650-LIST-ONE-CUSTOMER THRU 2650-EXIT
004540         UNTIL Z4-CUS-IDX > Z4-CUSTOMER-COUNT.
004550     MOVE 'CUSTOMERS HELD' TO Z4-TTL-LABEL.
004560     MOVE Z4-CUSTOMER-COUNT TO Z4-TTL-COUNT.
004570     MOVE Z4-TOTAL-LINE TO ANONRPT-RECORD.
004580     WRITE ANONRPT-RECORD.
004590 2600-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------------
004620 2650-LIST-ONE-CUSTOMER.
004630*-----------------------------------------------------------------
004640     MOVE Z4-CUS-HZCUS (Z4-CUS-IDX) TO Z4-HDL-HZCUS.
004650     MOVE Z4-CUS-REASON (Z4-CUS-IDX) TO Z4-HDL-REASON.
004660     MOVE Z4-CUS-REFERENCE (Z4-CUS-IDX) TO Z4-HDL-REFERENCE.
004670     MOVE Z4-HOLD-LINE TO ANONRPT-RECORD.
004680     WRITE ANONRPT-RECORD.
004690     SET Z4-CUS-IDX UP BY 1.
004700 2650-EXIT.
004710     EXIT.
004720*-----------------------------------------------------------------
004730 3000-ANONYMIZE-ARCHIVE.
004740*-----------------------------------------------------------------
004750     MOVE SPACES TO ANONRPT-RECORD.
004760     WRITE ANONRPT-RECORD.
004770     MOVE 'RECORDS EXCLUDED UNDER LEGAL HOLD' TO Z4-TTL-TEXT.
004780     MOVE Z4-TITLE-LINE TO ANONRPT-RECORD.
004790     WRITE ANONRPT-RECORD.
004791*    NOTHING IS OVERWRITTEN UNLESS IT CAN ALSO BE LOGGED.
004792     OPEN OUTPUT ANONLOGF.
004793     IF NOT Z4-ANONLOGF-OK
004794         DISPLAY 'ESB124Z: UNABLE TO OPEN ANONLOGF '
004795             Z4-ANONLOGF-STATUS ', NOTHING ANONYMIZED'
004796         MOVE 12 TO Z4-RETURN-CODE
004797         GO TO 3000-EXIT
004798     END-IF.
004800     OPEN I-O ARCHIVEF.
004810     IF NOT Z4-ARCHIVEF-OK
004820         DISPLAY 'ESB124Z: UNABLE TO OPEN ARCHIVEF '
004830             Z4-ARCHIVEF-STATUS
004834         CLOSE ANONLOGF
004838         IF Z4-RETURN-CODE < 8
004842             MOVE 8 TO Z4-RETURN-CODE
004846         END-IF
004850         GO TO 3000-EXIT
004860     END-IF.
004880     PERFORM 9400-READ-ARCHIVEF THRU 9400-EXIT.
004890     PERFORM 3100-EXAMINE-RECORD THRU 3100-EXIT
004900         UNTIL Z4-ARCHIVEF-EOF.
004910     CLOSE ARCHIVEF.
004920     CLOSE ANONLOGF.
004930 3000-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960 3100-EXAMINE-RECORD.
004970*-----------------------------------------------------------------
004980     ADD 1 TO Z4-READ-COUNT.
004990     ADD 1 TO RST-RECORDS-IN.
005000     IF LSR-CAPTURE-DATE OF LOGGER-ARCHIVE-RECORD NOT NUMERIC
005010        OR LSR-CAPTURE-DATE OF LOGGER-ARCHIVE-RECORD = ZERO
005020         ADD 1 TO Z4-NOT-DUE-COUNT
005030         GO TO 3100-NEXT
005040     END-IF.
005050     COMPUTE Z4-CAP-JULIAN =
005060         FUNCTION INTEGER-OF-DATE (LSR-CAPTURE-DATE
005070             OF LOGGER-ARCHIVE-RECORD).
005080     IF Z4-CAP-JULIAN NOT < Z4-RUN-JULIAN
005090         ADD 1 TO Z4-NOT-DUE-COUNT
005100         GO TO 3100-NEXT
005110     END-IF.
005120     COMPUTE Z4-AGE-DAYS = Z4-RUN-JULIAN - Z4-CAP-JULIAN.
005130     IF Z4-AGE-DAYS NOT > Z4-RETENTION-DAYS
005140         ADD 1 TO Z4-NOT-DUE-COUNT
005150         GO TO 3100-NEXT
005160     END-IF.
005170     PERFORM 3200-UNPACK-IMAGE THRU 3200-EXIT.
005180     IF Z4-TEXT-COUNT = ZERO
005190         ADD 1 TO Z4-NO-DATA-COUNT
005200         GO TO 3100-NEXT
005210     END-IF.
005220     PERFORM 3300-CHECK-LEGAL-HOLD THRU 3300-EXIT.
005230     IF Z4-EXCLUDE-REASON NOT = SPACES
005240         PERFORM 6100-WRITE-EXCLUDED THRU 6100-EXIT
005250         GO TO 3100-NEXT
005260     END-IF.
005270     MOVE ZERO TO Z4-FIELD-COUNT.
005280     MOVE 1 TO Z4-SUB.
005290     PERFORM 3400-OVERWRITE-FIELD THRU 3400-EXIT
005300         UNTIL Z4-SUB > Z4-TEXT-COUNT.
005310     IF Z4-FIELD-COUNT = ZERO
005320         ADD 1 TO Z4-ALREADY-COUNT
005330         GO TO 3100-NEXT
005340     END-IF.
005350     PERFORM 3500-REPACK-IMAGE THRU 3500-EXIT.
005360     REWRITE LOGGER-ARCHIVE-RECORD.
005370     IF NOT Z4-ARCHIVEF-OK
005380         MOVE Z4-ARCHIVEF-STATUS TO Z4-ERL-STATUS
005390         MOVE LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD TO Z4-ERL-KEY
005400         PERFORM 6200-REWRITE-FAILED THRU 6200-EXIT
005410         GO TO 3100-NEXT
005420     END-IF.
005430     ADD 1 TO Z4-ANONYMIZED-COUNT.
005440     ADD 1 TO RST-RECORDS-OUT.
005450     ADD Z4-FIELD-COUNT TO Z4-FIELDS-COUNT.
005460     PERFORM 3600-LOG-ANONYMIZED THRU 3600-EXIT.
005470 3100-NEXT.
005480     PERFORM 9400-READ-ARCHIVEF THRU 9400-EXIT.
005490 3100-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520 3200-UNPACK-IMAGE.
005530*-----------------------------------------------------------------
005540*    PICKS OUT THE CUSTOMER, ACCOUNTS AND PERSONAL TEXT FIELDS OF
005550*    THE IMAGE.  OTHER STREAMS CARRY NO PERSONAL TEXT.
005560     MOVE SPACES TO Z4-IMAGE-HZCUS Z4-IMAGE-ACCOUNTS.
005570     MOVE ZERO TO Z4-TEXT-COUNT.
005580     EVALUATE TRUE
005590         WHEN LSR-HOLD-REQ OF LOGGER-ARCHIVE-RECORD
005600             MOVE LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD
005610                 TO EQHOLD-REQ
005620             MOVE GZCUS OF EQHOLD-REQ TO Z4-IMAGE-HZCUS
005630             MOVE GZBBN OF EQHOLD-REQ TO Z4-IMG-HZAB (1)
005640             MOVE GZBNO OF EQHOLD-REQ TO Z4-IMG-HZAN (1)
005650             MOVE GZSFX OF EQHOLD-REQ TO Z4-IMG-HZAS (1)
005660             MOVE GZHDD1 OF EQHOLD-REQ TO Z4-TXT-VALUE (1)
005670             MOVE GZHDD2 OF EQHOLD-REQ TO Z4-TXT-VALUE (2)
005680             MOVE GZHDD3 OF EQHOLD-REQ TO Z4-TXT-VALUE (3)
005690             MOVE GZHDD4 OF EQHOLD-REQ TO Z4-TXT-VALUE (4)
005700             MOVE 4 TO Z4-TEXT-COUNT
005710         WHEN LSR-HOLD-RESP OF LOGGER-ARCHIVE-RECORD
005720             MOVE LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD
005730                 TO EQHOLD-RSP
005740             MOVE GZCUS OF EQHOLD-RSP TO Z4-IMAGE-HZCUS
005750             MOVE GZBBN OF EQHOLD-RSP TO Z4-IMG-HZAB (1)
005760             MOVE GZBNO OF EQHOLD-RSP TO Z4-IMG-HZAN (1)
005770             MOVE GZSFX OF EQHOLD-RSP TO Z4-IMG-HZAS (1)
005780             MOVE GZHDD1 OF EQHOLD-RSP TO Z4-TXT-VALUE (1)
005790             MOVE GZHDD2 OF EQHOLD-RSP TO Z4-TXT-VALUE (2)
005800             MOVE GZHDD3 OF EQHOLD-RSP TO Z4-TXT-VALUE (3)
005810             MOVE GZHDD4 OF EQHOLD-RSP TO Z4-TXT-VALUE (4)
005820             MOVE 4 TO Z4-TEXT-COUNT
005830         WHEN LSR-TRAN-RESP OF LOGGER-ARCHIVE-RECORD
005840             MOVE LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD
005850                 TO TRANSACTION-RSP
005860             MOVE GZAB1 OF TRANSACTION-RSP TO Z4-IMG-HZAB (1)
005870             MOVE GZAN1 OF TRANSACTION-RSP TO Z4-IMG-HZAN (1)
005880             MOVE GZAS1 OF TRANSACTION-RSP TO Z4-IMG-HZAS (1)
005890             MOVE GZAB2 OF TRANSACTION-RSP TO Z4-IMG-HZAB (2)
005900             MOVE GZAN2 OF TRANSACTION-RSP TO Z4-IMG-HZAN (2)
005910             MOVE GZAS2 OF TRANSACTION-RSP TO Z4-IMG-HZAS (2)
005920             MOVE GZNR1 OF TRANSACTION-RSP TO Z4-TXT-VALUE (1)
005930             MOVE GZNR2 OF TRANSACTION-RSP TO Z4-TXT-VALUE (2)
005940             MOVE GZNR3 OF TRANSACTION-RSP TO Z4-TXT-VALUE (3)
005950             MOVE GZNR4 OF TRANSACTION-RSP TO Z4-TXT-VALUE (4)
005960             MOVE GZNR5 OF TRANSACTION-RSP TO Z4-TXT-VALUE (5)
005970             MOVE GZNR6 OF TRANSACTION-RSP TO Z4-TXT-VALUE (6)
005980             MOVE GZNR7 OF TRANSACTION-RSP TO Z4-TXT-VALUE (7)
005990             MOVE GZNR8 OF TRANSACTION-RSP TO Z4-TXT-VALUE (8)
006000             MOVE 8 TO Z4-TEXT-COUNT
006010     END-EVALUATE.
006020 3200-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------------
006050 3300-CHECK-LEGAL-HOLD.
006060*-----------------------------------------------------------------
006070     MOVE SPACES TO Z4-EXCLUDE-REASON Z4-EXCLUDE-HZCUS.
006080     IF Z4-IMAGE-HZCUS NOT = SPACES
006090         MOVE Z4-IMAGE-HZCUS TO Z4-CASE-HZCUS
006100         PERFORM 5400-FIND-CUSTOMER THRU 5400-EXIT
006110         IF Z4-FOUND
006120             MOVE 'CUSTOMER HELD' TO Z4-EXCLUDE-REASON
006130             MOVE Z4-IMAGE-HZCUS TO Z4-EXCLUDE-HZCUS
006140             GO TO 3300-EXIT
006150         END-IF
006160     END-IF.
006170     MOVE Z4-IMG-ACCOUNT (1) TO Z4-PROBE-ACCOUNT.
006180     PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT.
006190     IF NOT Z4-FOUND
006200         MOVE Z4-IMG-ACCOUNT (2) TO Z4-PROBE-ACCOUNT
006210         PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
006220     END-IF.
006230     IF Z4-FOUND
006240         MOVE 'ACCOUNT HELD' TO Z4-EXCLUDE-REASON
006250         MOVE Z4-ACT-HZCUS (Z4-ACT-IDX) TO Z4-EXCLUDE-HZCUS
006260         GO TO 3300-EXIT
006270     END-IF.
006280     MOVE LSR-PCREF OF LOGGER-ARCHIVE-RECORD TO Z4-PROBE-PCREF.
006290     PERFORM 5600-FIND-PCREF THRU 5600-EXIT.
006300     IF Z4-FOUND
006310         MOVE 'PCREF DISPUTED' TO Z4-EXCLUDE-REASON
006320         MOVE Z4-PCR-HZCUS (Z4-PCR-IDX) TO Z4-EXCLUDE-HZCUS
006330     END-IF.
006340 3300-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------------
006370 3400-OVERWRITE-FIELD.
006380*-----------------------------------------------------------------
006390     IF Z4-TXT-VALUE (Z4-SUB) NOT = SPACES
006400        AND Z4-TXT-VALUE (Z4-SUB) NOT = Z4-TOKEN
006410         MOVE Z4-TOKEN TO Z4-TXT-VALUE (Z4-SUB)
006420         ADD 1 TO Z4-FIELD-COUNT
006430     END-IF.
006440     ADD 1 TO Z4-SUB.
006450 3400-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480 3500-REPACK-IMAGE.
006490*-----------------------------------------------------------------
006500*    ONLY THE LENGTH OF THE LAYOUT IS PUT BACK, SO ANY BYTES OF
006510*    THE STORED IMAGE BEYOND IT ARE LEFT AS THEY WERE.
006520     EVALUATE TRUE
006530         WHEN LSR-HOLD-REQ OF LOGGER-ARCHIVE-RECORD
006540             MOVE Z4-TXT-VALUE (1) TO GZHDD1 OF EQHOLD-REQ
006550             MOVE Z4-TXT-VALUE (2) TO GZHDD2 OF EQHOLD-REQ
006560             MOVE Z4-TXT-VALUE (3) TO GZHDD3 OF EQHOLD-REQ
006570             MOVE Z4-TXT-VALUE (4) TO GZHDD4 OF EQHOLD-REQ
006580             MOVE EQHOLD-REQ TO LSR-RAW-RECORD
006590                 OF LOGGER-ARCHIVE-RECORD (1:LENGTH OF EQHOLD-REQ)
006600         WHEN LSR-HOLD-RESP OF LOGGER-ARCHIVE-RECORD
006610             MOVE Z4-TXT-VALUE (1) TO GZHDD1 OF EQHOLD-RSP
006620             MOVE Z4-TXT-VALUE (2) TO GZHDD2 OF EQHOLD-RSP
006630             MOVE Z4-TXT-VALUE (3) TO GZHDD3 OF EQHOLD-RSP
006640             MOVE Z4-TXT-VALUE (4) TO GZHDD4 OF EQHOLD-RSP
006650             MOVE EQHOLD-RSP TO LSR-RAW-RECORD
006660                 OF LOGGER-ARCHIVE-RECORD (1:LENGTH OF EQHOLD-RSP)
006670         WHEN LSR-TRAN-RESP OF LOGGER-ARCHIVE-RECORD
006680             MOVE Z4-TXT-VALUE (1) TO GZNR1 OF TRANSACTION-RSP
006690             MOVE Z4-TXT-VALUE (2) TO GZNR2 OF TRANSACTION-RSP
006700             MOVE Z4-TXT-VALUE (3) TO GZNR3 OF TRANSACTION-RSP
006710             MOVE Z4-TXT-VALUE (4) TO GZNR4 OF TRANSACTION-RSP
006720             MOVE Z4-TXT-VALUE (5) TO GZNR5 OF TRANSACTION-RSP
006730             MOVE Z4-TXT-VALUE (6) TO GZNR6 OF TRANSACTION-RSP
006740             MOVE Z4-TXT-VALUE (7) TO GZNR7 OF TRANSACTION-RSP
006750             MOVE Z4-TXT-VALUE (8) TO GZNR8 OF TRANSACTION-RSP
006760             MOVE TRANSACTION-RSP TO LSR-RAW-RECORD
006770                 OF LOGGER-ARCHIVE-RECORD
006780                 (1:LENGTH OF TRANSACTION-RSP)
006790     END-EVALUATE.
006800 3500-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------------
006830 3600-LOG-ANONYMIZED.
006840*-----------------------------------------------------------------
006850     MOVE SPACES TO ANONYMIZATION-LOG-RECORD.
006860     MOVE Z4-RUN-DATE TO ANL-RUN-DATE.
006870     MOVE LSR-STREAM-CODE OF LOGGER-ARCHIVE-RECORD
006880         TO ANL-STREAM-CODE.
006890     MOVE LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD TO ANL-STORE-KEY.
006900     MOVE Z4-IMG-HZAB (1) TO ANL-HZAB.
006910     MOVE Z4-IMG-HZAN (1) TO ANL-HZAN.
006920     MOVE Z4-IMG-HZAS (1) TO ANL-HZAS.
006930     MOVE Z4-FIELD-COUNT TO ANL-FIELD-COUNT.
006940     MOVE Z4-AGE-DAYS TO ANL-AGE-DAYS.
006950     WRITE ANONYMIZATION-LOG-RECORD.
006960     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
006970     MOVE LSR-PCREF OF LOGGER-ARCHIVE-RECORD TO PSI-PCREF.
006980     MOVE SPACES TO PSI-TRANSQ.
006990     MOVE ZERO TO PSI-EVENT-SEQ.
007000     SET PSI-STAGE-ANONYMIZE TO TRUE.
007010     SET PSI-PASSED TO TRUE.
007020     MOVE 'PERSONAL DATA ANONYMIZED' TO PSI-STATUS-TEXT.
007030     MOVE Z4-RUN-DATE TO PSI-EVENT-DATE.
007040     MOVE Z4-RUN-TIME TO PSI-EVENT-TIME.
007050     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
007060 3600-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------------
007090 5100-ADD-HELD-CUSTOMER.
007100*-----------------------------------------------------------------
007110*    ONE ENTRY PER HOLD, SO A CUSTOMER WITH AN ORDER AND A DISPUTE
007120*    IS LISTED UNDER BOTH.
007130     IF Z4-CASE-HZCUS = SPACES
007140         GO TO 5100-EXIT
007150     END-IF.
007160     IF Z4-CUSTOMER-COUNT NOT < 2000
007170         MOVE 'CUSTOMERS' TO Z4-OVL-TABLE
007180         PERFORM 6900-HOLDS-OVERFLOW THRU 6900-EXIT
007190         GO TO 5100-EXIT
007200     END-IF.
007210     ADD 1 TO Z4-CUSTOMER-COUNT.
007220     SET Z4-CUS-IDX TO Z4-CUSTOMER-COUNT.
007230     MOVE Z4-CASE-HZCUS TO Z4-CUS-HZCUS (Z4-CUS-IDX).
007240     MOVE Z4-HOLD-REASON TO Z4-CUS-REASON (Z4-CUS-IDX).
007250     MOVE Z4-HOLD-REFERENCE TO Z4-CUS-REFERENCE (Z4-CUS-IDX).
007260 5100-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290 5200-ADD-HELD-ACCOUNT.
007300*-----------------------------------------------------------------
007310     PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT.
007320     IF Z4-FOUND
007330        OR Z4-PROBE-ACCOUNT = SPACES
007340         GO TO 5200-EXIT
007350     END-IF.
007360     IF Z4-ACCOUNT-COUNT NOT < 5000
007370         MOVE 'ACCOUNTS' TO Z4-OVL-TABLE
007380         PERFORM 6900-HOLDS-OVERFLOW THRU 6900-EXIT
007390         GO TO 5200-EXIT
007400     END-IF.
007410     ADD 1 TO Z4-ACCOUNT-COUNT.
007420     SET Z4-ACT-IDX TO Z4-ACCOUNT-COUNT.
007430     MOVE Z4-PROBE-ACCOUNT TO Z4-ACT-ACCOUNT (Z4-ACT-IDX).
007440     MOVE Z4-CASE-HZCUS TO Z4-ACT-HZCUS (Z4-ACT-IDX).
007450 5200-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------------
007480 5300-ADD-HELD-PCREF.
007490*-----------------------------------------------------------------
007500     IF DSC-REF-PCREF = SPACES
007510         GO TO 5300-EXIT
007520     END-IF.
007530     IF Z4-PCREF-COUNT NOT < 5000
007540         MOVE 'PCREFS' TO Z4-OVL-TABLE
007550         PERFORM 6900-HOLDS-OVERFLOW THRU 6900-EXIT
007560         GO TO 5300-EXIT
007570     END-IF.
007580     ADD 1 TO Z4-PCREF-COUNT.
007590     SET Z4-PCR-IDX TO Z4-PCREF-COUNT.
007600     MOVE DSC-REF-PCREF TO Z4-PCR-PCREF (Z4-PCR-IDX).
007610     MOVE Z4-CASE-HZCUS TO Z4-PCR-HZCUS (Z4-PCR-IDX).
007620 5300-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007650 5400-FIND-CUSTOMER.
007660*-----------------------------------------------------------------
007670     MOVE 'N' TO Z4-FOUND-SW.
007680     SET Z4-CUS-IDX TO 1.
007690     PERFORM 5450-SCAN-CUSTOMER THRU 5450-EXIT
007700         UNTIL Z4-FOUND
007710            OR Z4-CUS-IDX > Z4-CUSTOMER-COUNT.
007720 5400-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750 5450-SCAN-CUSTOMER.
007760*-----------------------------------------------------------------
007770     IF Z4-CUS-HZCUS (Z4-CUS-IDX) = Z4-CASE-HZCUS
007780         SET Z4-FOUND TO TRUE
007790     ELSE
007800         SET Z4-CUS-IDX UP BY 1
007810     END-IF.
007820 5450-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850 5500-FIND-ACCOUNT.
007860*-----------------------------------------------------------------
007870     MOVE 'N' TO Z4-FOUND-SW.
007880     IF Z4-PROBE-ACCOUNT = SPACES
007890         GO TO 5500-EXIT
007900     END-IF.
007910     SET Z4-ACT-IDX TO 1.
007920     PERFORM 5550-SCAN-ACCOUNT THRU 5550-EXIT
007930         UNTIL Z4-FOUND
007940            OR Z4-ACT-IDX > Z4-ACCOUNT-COUNT.
007950 5500-EXIT.
007960     EXIT.
007970*-----------------------------------------------------------------
007980 5550-SCAN-ACCOUNT.
007990*-----------------------------------------------------------------
008000     IF Z4-ACT-ACCOUNT (Z4-ACT-IDX) = Z4-PROBE-ACCOUNT
008010         SET Z4-FOUND TO TRUE
008020     ELSE
008030         SET Z4-ACT-IDX UP BY 1
008040     END-IF.
008050 5550-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080 5600-FIND-PCREF.
008090*-----------------------------------------------------------------
008100     MOVE 'N' TO Z4-FOUND-SW.
008110     SET Z4-PCR-IDX TO 1.
008120     PERFORM 5650-SCAN-PCREF THRU 5650-EXIT
008130         UNTIL Z4-FOUND
008140            OR Z4-PCR-IDX > Z4-PCREF-COUNT.
008150 5600-EXIT.
008160     EXIT.
008170*-----------------------------------------------------------------
008180 5650-SCAN-PCREF.
008190*-----------------------------------------------------------------
008200     IF Z4-PCR-PCREF (Z4-PCR-IDX) = Z4-PROBE-PCREF
008210         SET Z4-FOUND TO TRUE
008220     ELSE
008230         SET Z4-PCR-IDX UP BY 1
008240     END-IF.
008250 5650-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280 6100-WRITE-EXCLUDED.
008290*-----------------------------------------------------------------
008300     ADD 1 TO Z4-EXCLUDED-COUNT.
008310     MOVE LSR-PCREF OF LOGGER-ARCHIVE-RECORD TO Z4-EXL-PCREF.
008320     MOVE LSR-CAPTURE-DATE OF LOGGER-ARCHIVE-RECORD
008330         TO Z4-EXL-DATE.
008340     MOVE LSR-CAPTURE-TIME OF LOGGER-ARCHIVE-RECORD
008350         TO Z4-EXL-TIME.
008360     MOVE LSR-STREAM-CODE OF LOGGER-ARCHIVE-RECORD
008370         TO Z4-EXL-STREAM.
008380     MOVE Z4-IMG-HZAB (1) TO Z4-EXL-HZAB.
008390     MOVE Z4-IMG-HZAN (1) TO Z4-EXL-HZAN.
008400     MOVE Z4-IMG-HZAS (1) TO Z4-EXL-HZAS.
008410     MOVE Z4-EXCLUDE-HZCUS TO Z4-EXL-HZCUS.
008420     MOVE Z4-EXCLUDE-REASON TO Z4-EXL-REASON.
008430     MOVE Z4-EXCLUDED-LINE TO ANONRPT-RECORD.
008440     WRITE ANONRPT-RECORD.
008450 6100-EXIT.
008460     EXIT.
008470*-----------------------------------------------------------------
008480 6200-REWRITE-FAILED.
008490*-----------------------------------------------------------------
008500     ADD 1 TO Z4-ERROR-COUNT.
008510     ADD 1 TO RST-REJECT-COUNT.
008520     MOVE Z4-ERROR-LINE TO ANONRPT-RECORD.
008530     WRITE ANONRPT-RECORD.
008535     IF Z4-RETURN-CODE < 4
008540         MOVE 4 TO Z4-RETURN-CODE
008545     END-IF.
008550 6200-EXIT.
008560     EXIT.
008570*-----------------------------------------------------------------
008580 6800-HOLDS-NOT-READ.
008590*-----------------------------------------------------------------
008600     MOVE 'N' TO Z4-HOLDS-SW.
008610     MOVE Z4-STOPPED-LINE TO ANONRPT-RECORD.
008620     WRITE ANONRPT-RECORD.
008630     DISPLAY 'ESB124Z: LEGAL HOLD FILE ' Z4-STL-FILE
008640         ' NOT READ, STATUS ' Z4-STL-STATUS.
008650     MOVE 12 TO Z4-RETURN-CODE.
008660 6800-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------------
008690 6900-HOLDS-OVERFLOW.
008700*-----------------------------------------------------------------
008710*    REPORTED ONCE; ONCE THE HOLDS ARE INCOMPLETE NOTHING IS
008720*    ANONYMIZED.
008730     IF NOT Z4-HOLDS-COMPLETE
008740         GO TO 6900-EXIT
008750     END-IF.
008760     MOVE 'N' TO Z4-HOLDS-SW.
008770     MOVE Z4-OVERFLOW-LINE TO ANONRPT-RECORD.
008780     WRITE ANONRPT-RECORD.
008790     DISPLAY 'ESB124Z: LEGAL HOLD TABLE FULL ' Z4-OVL-TABLE.
008800     MOVE 12 TO Z4-RETURN-CODE.
008810 6900-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------------
008840 7000-REPORT-TOTALS.
008850*-----------------------------------------------------------------
008860     MOVE SPACES TO ANONRPT-RECORD.
008870     WRITE ANONRPT-RECORD.
008880     MOVE 'ARCHIVE RECORDS READ' TO Z4-TTL-LABEL.
008890     MOVE Z4-READ-COUNT TO Z4-TTL-COUNT.
008900     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
008910     MOVE 'WITHIN RETENTION PERIOD' TO Z4-TTL-LABEL.
008920     MOVE Z4-NOT-DUE-COUNT TO Z4-TTL-COUNT.
008930     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
008940     MOVE 'NO PERSONAL DATA FIELDS' TO Z4-TTL-LABEL.
008950     MOVE Z4-NO-DATA-COUNT TO Z4-TTL-COUNT.
008960     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
008970     MOVE 'ALREADY ANONYMIZED' TO Z4-TTL-LABEL.
008980     MOVE Z4-ALREADY-COUNT TO Z4-TTL-COUNT.
008990     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
009000     MOVE 'EXCLUDED UNDER LEGAL HOLD' TO Z4-TTL-LABEL.
009010     MOVE Z4-EXCLUDED-COUNT TO Z4-TTL-COUNT.
009020     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
009030     MOVE 'RECORDS ANONYMIZED' TO Z4-TTL-LABEL.
009040     MOVE Z4-ANONYMIZED-COUNT TO Z4-TTL-COUNT.
009050     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
009060     MOVE 'FIELDS OVERWRITTEN' TO Z4-TTL-LABEL.
009070     MOVE Z4-FIELDS-COUNT TO Z4-TTL-COUNT.
009080     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
009090     MOVE 'REWRITE ERRORS' TO Z4-TTL-LABEL.
009100     MOVE Z4-ERROR-COUNT TO Z4-TTL-COUNT.
009110     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
009120 7000-EXIT.
009130     EXIT.
009140*-----------------------------------------------------------------
009150 7100-WRITE-TOTAL.
009160*-----------------------------------------------------------------
009170     MOVE Z4-TOTAL-LINE TO ANONRPT-RECORD.
009180     WRITE ANONRPT-RECORD.
009190 7100-EXIT.
009200     EXIT.
009210*-----------------------------------------------------------------
009220 8000-TERMINATE.
009230*-----------------------------------------------------------------
009240     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
009250     CLOSE ANONRPT.
009260     DISPLAY 'ESB124Z: ARCHIVE RECORDS READ ' Z4-READ-COUNT
009270         ' ANONYMIZED ' Z4-ANONYMIZED-COUNT
009280         ' EXCLUDED ' Z4-EXCLUDED-COUNT
009290         ' REWRITE ERRORS ' Z4-ERROR-COUNT.
009295     MOVE Z4-RETURN-CODE TO RETURN-CODE.
009300 8000-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------------
009330 9100-READ-CTOMSTF.
009340*-----------------------------------------------------------------
009350     READ CTOMSTF
009360         AT END
009370             SET Z4-SOURCE-EOF TO TRUE
009380     END-READ.
009390 9100-EXIT.
009400     EXIT.
009410*-----------------------------------------------------------------
009420 9200-READ-DSCMSTF.
009430*-----------------------------------------------------------------
009440     READ DSCMSTF
009450         AT END
009460             SET Z4-SOURCE-EOF TO TRUE
009470     END-READ.
009480 9200-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510 9300-READ-SNAPSHOF.
009520*-----------------------------------------------------------------
009530     READ SNAPSHOF
009540         AT END
009550             SET Z4-SOURCE-EOF TO TRUE
009560     END-READ.
009570 9300-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600 9400-READ-ARCHIVEF.
009610*-----------------------------------------------------------------
009620     READ ARCHIVEF
009630         AT END
009640             SET Z4-ARCHIVEF-EOF TO TRUE
009650     END-READ.
009660 9400-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690 9900-WRITE-RUN-STATS.
009700*-----------------------------------------------------------------
009710     MOVE 'ESB124Z' TO RST-PROGRAM-ID.
009720     MOVE Z4-RUN-DATE TO RST-BUSINESS-DATE.
009730     ACCEPT RST-END-TIME FROM TIME.
009740     MOVE '00' TO RST-WORST-STATUS.
009750     IF Z4-ANONRPT-STATUS NOT = '00'
009760        AND Z4-ANONRPT-STATUS NOT = '10'
009770         MOVE Z4-ANONRPT-STATUS TO RST-WORST-STATUS
009780     END-IF.
009790     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
009800 9900-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830 9999-EXIT.
009840*-----------------------------------------------------------------
009850     EXIT.
