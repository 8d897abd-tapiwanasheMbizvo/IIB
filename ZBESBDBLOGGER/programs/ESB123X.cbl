000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB123X
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    CUSTOMER SUBJECT ACCESS EXTRACT.  FOR EACH REQUEST ON SARREQF
000200*    (ONE CUSTOMER NUMBER, HZCUS) COLLECTS EVERY RECORD THE
000210*    INTERFACE HOLDS THAT CARRIES THE CUSTOMER'S PERSONAL DETAILS
000220*    AND PRINTS IT, SECTION BY SECTION, ON SAREXTR FOR THE DATA
000230*    PROTECTION OFFICE:
000240*      - CUSTOMER MASTER (CUSTMSTF) - NAME AND SHORT NAME;
000250*      - CUSTOMER SNAPSHOTS (SNAPSHOF) - THE CUSTOMER'S ACCOUNTS,
000260*        WHICH ARE THEN USED TO FIND THE RECORDS BELOW;
000270*      - LIVE LOGGER STORE (LOGGERSF) AND ARCHIVE (ARCHIVEF) -
000280*        HOLD REQUESTS AND RESPONSES FOR THE CUSTOMER OR ITS
000290*        ACCOUNTS WITH THEIR HOLD DESCRIPTIONS, AND TRANSACTION
000300*        RESPONSES ON ITS ACCOUNTS WITH THEIR NARRATIVES;
000310*      - STATEMENT CYCLES (STMCYCF) ON ITS ACCOUNTS;
000320*      - SCREENING HITS (SCRNHITF) ON ITS MESSAGES;
000330*      - DISPUTE CASES (DSCMSTF) RAISED BY IT, WITH THE PCREFS
000340*        EACH CASE DISPUTES.
000350*    THE OFFICER RAISING THE REQUEST MUST HOLD THE COMPLIANCE ROLE
000360*    (ESB063E); EVERY EXTRACT PRODUCED IS JOURNALLED (ESB110J) AND
000370*    REFUSALS ARE JOURNALLED BY ESB063E OR HERE.  A STORE THAT
000380*    CANNOT BE OPENED IS SHOWN AS NOT SEARCHED.  RETURN CODE 4
000390*    WHEN ANY REQUEST IS REFUSED OR ANY EXTRACT IS INCOMPLETE.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB123X.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SARREQF  ASSIGN TO SARREQF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS X3-SARREQF-STATUS.
000540     SELECT CUSTMSTF ASSIGN TO CUSTMSTF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS X3-CUSTMSTF-STATUS.
000570     SELECT SNAPSHOF ASSIGN TO SNAPSHOF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS X3-SNAPSHOF-STATUS.
000600     SELECT LOGGERSF ASSIGN TO LOGGERSF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS LSR-STORE-KEY OF LOGGER-STORE-RECORD
000640         FILE STATUS IS X3-LOGGERSF-STATUS.
000650     SELECT ARCHIVEF ASSIGN TO ARCHIVEF
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD
000690         FILE STATUS IS X3-ARCHIVEF-STATUS.
000700     SELECT STMCYCF  ASSIGN TO STMCYCF
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS X3-STMCYCF-STATUS.
000730     SELECT SCRNHITF ASSIGN TO SCRNHITF
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS X3-SCRNHITF-STATUS.
000760     SELECT DSCMSTF  ASSIGN TO DSCMSTF
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS X3-DSCMSTF-STATUS.
000790     SELECT SAREXTR  ASSIGN TO SAREXTR
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS X3-SAREXTR-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  SARREQF
000850     RECORDING MODE IS F.
000860     COPY "Subject_Access_Request.cpy".
000870 FD  CUSTMSTF
000880     RECORDING MODE IS F.
000890     COPY "Customer_Master.cpy".
000900 FD  SNAPSHOF
000910     RECORDING MODE IS F.
000920     COPY "Customer_Snapshot.cpy".
000930 FD  LOGGERSF
000940     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000950         DEPENDING ON X3-LSF-RECLEN.
000960     COPY "Logger_Store_Record.cpy".
000970 FD  ARCHIVEF
000980     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000990         DEPENDING ON X3-ARC-RECLEN.
001000     COPY "Logger_Store_Record.cpy"
001010         REPLACING LOGGER-STORE-RECORD BY LOGGER-ARCHIVE-RECORD.
001020 FD  STMCYCF
001030     RECORDING MODE IS F.
001040     COPY "Statement_Cycle.cpy".
001050 FD  SCRNHITF
001060     RECORDING MODE IS F.
001070     COPY "Screening_Hit.cpy".
001080 FD  DSCMSTF
001090     RECORDING MODE IS F.
001100     COPY "Dispute_Case.cpy".
001110 FD  SAREXTR
001120     RECORDING MODE IS F.
001130 01  SAREXTR-RECORD               PIC X(132).
001140 WORKING-STORAGE SECTION.
001150 01  X3-SARREQF-STATUS            PIC X(002) VALUE '00'.
001160 01  X3-CUSTMSTF-STATUS           PIC X(002) VALUE '00'.
001170     88 X3-CUSTMSTF-OK                       VALUE '00'.
001180 01  X3-SNAPSHOF-STATUS           PIC X(002) VALUE '00'.
001190     88 X3-SNAPSHOF-OK                       VALUE '00'.
001200 01  X3-LOGGERSF-STATUS           PIC X(002) VALUE '00'.
001210     88 X3-LOGGERSF-OK                       VALUE '00'.
001220 01  X3-ARCHIVEF-STATUS           PIC X(002) VALUE '00'.
001230     88 X3-ARCHIVEF-OK                       VALUE '00'.
001240 01  X3-STMCYCF-STATUS            PIC X(002) VALUE '00'.
001250     88 X3-STMCYCF-OK                        VALUE '00'.
001260 01  X3-SCRNHITF-STATUS           PIC X(002) VALUE '00'.
001270     88 X3-SCRNHITF-OK                       VALUE '00'.
001280 01  X3-DSCMSTF-STATUS            PIC X(002) VALUE '00'.
001290     88 X3-DSCMSTF-OK                        VALUE '00'.
001300 01  X3-SAREXTR-STATUS            PIC X(002) VALUE '00'.
001310 01  X3-SWITCHES.
001320     05 X3-SARREQF-EOF-SW         PIC X(001) VALUE 'N'.
001330        88 X3-SARREQF-EOF                    VALUE 'Y'.
001340     05 X3-SOURCE-EOF-SW          PIC X(001) VALUE 'N'.
001350        88 X3-SOURCE-EOF                     VALUE 'Y'.
001360     05 X3-MATCH-SW               PIC X(001) VALUE 'N'.
001370        88 X3-MATCHED                        VALUE 'Y'.
001380     05 X3-ACCOUNT-FOUND-SW       PIC X(001) VALUE 'N'.
001390        88 X3-ACCOUNT-FOUND                  VALUE 'Y'.
001400     05 X3-CASE-SW                PIC X(001) VALUE 'N'.
001410        88 X3-CUSTOMER-CASE                  VALUE 'Y'.
001420     05 X3-INCOMPLETE-SW          PIC X(001) VALUE 'N'.
001430        88 X3-INCOMPLETE                     VALUE 'Y'.
001433     05 X3-TABLE-FULL-SW          PIC X(001) VALUE 'N'.
001436        88 X3-TABLE-FULL                     VALUE 'Y'.
001440 01  X3-DATE-TIME.
001450     05 X3-RUN-DATE               PIC 9(008) VALUE ZERO.
001460     05 X3-RUN-TIME               PIC 9(006) VALUE ZERO.
001470 01  X3-CLOCK.
001480     05 X3-CLOCK-HHMMSS           PIC 9(006).
001490     05 X3-CLOCK-HUNDREDTHS       PIC 9(002).
001500 01  X3-ACTION-TIME               PIC X(006) VALUE SPACES.
001510 01  X3-LSF-RECLEN                PIC 9(004) COMP VALUE ZERO.
001520 01  X3-ARC-RECLEN                PIC 9(004) COMP VALUE ZERO.
001530 01  X3-CUSTOMER                  PIC X(006) VALUE SPACES.
001540 01  X3-OUTCOME                   PIC X(001) VALUE SPACE.
001550     88 X3-PRODUCED                          VALUE 'A'.
001560     88 X3-REFUSED                           VALUE 'R'.
001570 01  X3-REFUSAL-REASON            PIC X(030) VALUE SPACES.
001580 01  X3-COUNTERS.
001590     05 X3-REQUEST-COUNT          PIC 9(007) VALUE ZERO.
001600     05 X3-PRODUCED-COUNT         PIC 9(007) VALUE ZERO.
001610     05 X3-REFUSED-COUNT          PIC 9(007) VALUE ZERO.
001620     05 X3-SECTION-FOUND          PIC 9(007) VALUE ZERO.
001630     05 X3-REQUEST-FOUND          PIC 9(007) VALUE ZERO.
001635     05 X3-INCOMPLETE-COUNT       PIC 9(007) VALUE ZERO.
001640*    THE CUSTOMER'S ACCOUNTS, FROM ITS SNAPSHOTS.
001650 01  X3-PROBE-ACCOUNT.
001660     05 X3-PRB-HZAB               PIC X(004).
001670     05 X3-PRB-HZAN               PIC X(006).
001680     05 X3-PRB-HZAS               PIC X(003).
001690 01  X3-ACCOUNT-COUNT             PIC 9(004) COMP VALUE ZERO.
001700 01  X3-ACCOUNT-TABLE.
001710     05 X3-ACT-ENTRY OCCURS 50 TIMES
001720        INDEXED BY X3-ACT-IDX.
001730        10 X3-ACT-ACCOUNT         PIC X(013).
001740*    THE NARRATIVE OR HOLD DESCRIPTION FIELDS OF ONE IMAGE.
001750 01  X3-TEXT-LABEL                PIC X(010) VALUE SPACES.
001760 01  X3-TEXT-COUNT                PIC 9(004) COMP VALUE ZERO.
001770 01  X3-TEXT-SUB                  PIC 9(004) COMP VALUE ZERO.
001780 01  X3-TEXT-TABLE.
001790     05 X3-TXT-VALUE OCCURS 8 TIMES
001800                                  PIC X(035).
001810 01  X3-HEADING-LINE.
001820     05 FILLER                    PIC X(024)
001830            VALUE 'SUBJECT ACCESS EXTRACT  '.
001840     05 FILLER                    PIC X(010) VALUE 'CUSTOMER: '.
001850     05 X3-HDG-HZCUS              PIC X(006).
001860     05 FILLER                    PIC X(007) VALUE '  REF: '.
001870     05 X3-HDG-REFERENCE          PIC X(012).
001880     05 FILLER                    PIC X(016)
001890            VALUE '  REQUESTED BY: '.
001900     05 X3-HDG-OPERATOR           PIC X(010).
001910     05 FILLER                    PIC X(012)
001920            VALUE '  RECEIVED: '.
001930     05 X3-HDG-RECEIVED           PIC 9(008).
001940     05 FILLER                    PIC X(007) VALUE '  RUN: '.
001950     05 X3-HDG-RUN-DATE           PIC 9(008).
001960     05 FILLER                    PIC X(012) VALUE SPACES.
001970 01  X3-REFUSED-LINE.
001980     05 FILLER                    PIC X(004) VALUE SPACES.
001990     05 FILLER                    PIC X(020)
002000            VALUE '** REQUEST REFUSED: '.
002010     05 X3-RFL-REASON             PIC X(030).
002020     05 FILLER                    PIC X(078) VALUE SPACES.
002030 01  X3-SECTION-LINE.
002040     05 FILLER                    PIC X(002) VALUE SPACES.
002050     05 X3-SCL-NAME               PIC X(040).
002060     05 FILLER                    PIC X(090) VALUE SPACES.
002070 01  X3-COUNT-LINE.
002080     05 FILLER                    PIC X(004) VALUE SPACES.
002090     05 FILLER                    PIC X(015)
002100            VALUE 'RECORDS FOUND: '.
002110     05 X3-CNL-FOUND              PIC ZZZZZZ9.
002120     05 FILLER                    PIC X(106) VALUE SPACES.
002130 01  X3-UNAVAILABLE-LINE.
002140     05 FILLER                    PIC X(004) VALUE SPACES.
002150     05 FILLER                    PIC X(030)
002160            VALUE '** NOT SEARCHED - OPEN STATUS '.
002170     05 X3-UNL-STATUS             PIC X(002).
002180     05 FILLER                    PIC X(096) VALUE SPACES.
002181 01  X3-OVERFLOW-LINE.
002182     05 FILLER                    PIC X(004) VALUE SPACES.
002183     05 FILLER                    PIC X(054) VALUE
002184         '** TOO MANY ACCOUNTS - FIRST 50 ONLY IN LATER SECTIONS'.
002185     05 FILLER                    PIC X(074) VALUE SPACES.
002190 01  X3-CUSTOMER-LINE.
002200     05 FILLER                    PIC X(004) VALUE SPACES.
002210     05 FILLER                    PIC X(006) VALUE 'NAME: '.
002220     05 X3-CML-NAME               PIC X(035).
002230     05 FILLER                    PIC X(014)
002240            VALUE '  SHORT NAME: '.
002250     05 X3-CML-SHORT-NAME         PIC X(035).
002260     05 FILLER                    PIC X(012)
002270            VALUE '  LOCATION: '.
002280     05 X3-CML-LOCATION           PIC X(003).
002290     05 FILLER                    PIC X(006) VALUE ' SEEN '.
002300     05 X3-CML-FIRST-SEEN         PIC 9(008).
002310     05 FILLER                    PIC X(001) VALUE '-'.
002320     05 X3-CML-LAST-SEEN          PIC 9(008).
002330 01  X3-SNAPSHOT-LINE.
002340     05 FILLER                    PIC X(004) VALUE SPACES.
002350     05 FILLER                    PIC X(008) VALUE 'ACCOUNT '.
002360     05 X3-SNL-HZAB               PIC X(004).
002370     05 FILLER                    PIC X(001) VALUE '-'.
002380     05 X3-SNL-HZAN               PIC X(006).
002390     05 FILLER                    PIC X(001) VALUE '-'.
002400     05 X3-SNL-HZAS               PIC X(003).
002410     05 FILLER                    PIC X(005) VALUE ' CCY '.
002420     05 X3-SNL-HZCCY              PIC X(003).
002430     05 FILLER                    PIC X(009) VALUE ' CLEARED '.
002440     05 X3-SNL-CLEARED            PIC Z(13)9.99.
002450     05 FILLER                    PIC X(011) VALUE ' AVAILABLE '.
002460     05 X3-SNL-AVAILABLE          PIC Z(13)9.99.
002470     05 FILLER                    PIC X(007) VALUE ' HOLDS '.
002480     05 X3-SNL-HOLDS              PIC Z9.
002490     05 FILLER                    PIC X(010) VALUE ' CAPTURED '.
002500     05 X3-SNL-DATE               PIC 9(008).
002510     05 FILLER                    PIC X(001) VALUE SPACE.
002520     05 X3-SNL-TIME               PIC 9(006).
002530     05 FILLER                    PIC X(009) VALUE SPACES.
002540 01  X3-MESSAGE-LINE.
002550     05 FILLER                    PIC X(004) VALUE SPACES.
002560     05 X3-MSL-TYPE               PIC X(010).
002570     05 X3-MSL-PCREF              PIC X(020).
002580     05 FILLER                    PIC X(001) VALUE SPACE.
002590     05 X3-MSL-DATE               PIC 9(008).
002600     05 FILLER                    PIC X(001) VALUE SPACE.
002610     05 X3-MSL-TIME               PIC 9(006).
002620     05 FILLER                    PIC X(010) VALUE '  ACCOUNT '.
002630     05 X3-MSL-HZAB               PIC X(004).
002640     05 FILLER                    PIC X(001) VALUE '-'.
002650     05 X3-MSL-HZAN               PIC X(006).
002660     05 FILLER                    PIC X(001) VALUE '-'.
002670     05 X3-MSL-HZAS               PIC X(003).
002680     05 FILLER                    PIC X(002) VALUE SPACES.
002690     05 X3-MSL-LABEL              PIC X(009).
002700     05 X3-MSL-VALUE              PIC X(017).
002710     05 FILLER                    PIC X(029) VALUE SPACES.
002720 01  X3-SECOND-LEG-LINE.
002730     05 FILLER                    PIC X(050) VALUE SPACES.
002740     05 FILLER                    PIC X(010) VALUE '  ACCOUNT '.
002750     05 X3-SLL-HZAB               PIC X(004).
002760     05 FILLER                    PIC X(001) VALUE '-'.
002770     05 X3-SLL-HZAN               PIC X(006).
002780     05 FILLER                    PIC X(001) VALUE '-'.
002790     05 X3-SLL-HZAS               PIC X(003).
002800     05 FILLER                    PIC X(002) VALUE SPACES.
002810     05 FILLER                    PIC X(009) VALUE 'AMOUNT   '.
002820     05 X3-SLL-AMOUNT             PIC X(017).
002830     05 FILLER                    PIC X(029) VALUE SPACES.
002840 01  X3-TEXT-LINE.
002850     05 FILLER                    PIC X(014) VALUE SPACES.
002860     05 X3-TXL-LABEL              PIC X(010).
002870     05 X3-TXL-SEQ                PIC 9(001).
002880     05 FILLER                    PIC X(003) VALUE ' : '.
002890     05 X3-TXL-VALUE              PIC X(035).
002900     05 FILLER                    PIC X(069) VALUE SPACES.
002910 01  X3-CYCLE-LINE.
002920     05 FILLER                    PIC X(004) VALUE SPACES.
002930     05 FILLER                    PIC X(008) VALUE 'ACCOUNT '.
002940     05 X3-CYL-HZAB               PIC X(004).
002950     05 FILLER                    PIC X(001) VALUE '-'.
002960     05 X3-CYL-HZAN               PIC X(006).
002970     05 FILLER                    PIC X(001) VALUE '-'.
002980     05 X3-CYL-HZAS               PIC X(003).
002990     05 FILLER                    PIC X(011) VALUE ' FREQUENCY '.
003000     05 X3-CYL-FREQUENCY          PIC X(001).
003010     05 FILLER                    PIC X(005) VALUE ' DAY '.
003020     05 X3-CYL-DAY                PIC 9(002).
003030     05 FILLER                    PIC X(009) VALUE ' CHANNEL '.
003040     05 X3-CYL-CHANNEL            PIC X(001).
003050     05 FILLER                    PIC X(008) VALUE ' STATUS '.
003060     05 X3-CYL-STATUS             PIC X(001).
003070     05 FILLER                    PIC X(012) VALUE ' NEXT CYCLE '.
003080     05 X3-CYL-NEXT-DATE          PIC 9(008).
003090     05 FILLER                    PIC X(047) VALUE SPACES.
003100 01  X3-HIT-LINE.
003110     05 FILLER                    PIC X(004) VALUE SPACES.
003120     05 X3-HTL-SOURCE             PIC X(008).
003130     05 FILLER                    PIC X(001) VALUE SPACE.
003140     05 X3-HTL-PCREF              PIC X(020).
003150     05 FILLER                    PIC X(001) VALUE SPACE.
003160     05 X3-HTL-FIELD-NAME         PIC X(008).
003170     05 FILLER                    PIC X(001) VALUE SPACE.
003180     05 X3-HTL-FIELD-VALUE        PIC X(035).
003190     05 FILLER                    PIC X(008) VALUE ' WATCH: '.
003200     05 X3-HTL-WATCH-TEXT         PIC X(035).
003210     05 FILLER                    PIC X(001) VALUE SPACE.
003220     05 X3-HTL-STATUS             PIC X(001).
003230     05 FILLER                    PIC X(001) VALUE SPACE.
003240     05 X3-HTL-DATE               PIC 9(008).
003250 01  X3-CASE-LINE.
003260     05 FILLER                    PIC X(004) VALUE SPACES.
003270     05 FILLER                    PIC X(005) VALUE 'CASE '.
003280     05 X3-CSL-CASE-NUMBER        PIC X(014).
003290     05 FILLER                    PIC X(010) VALUE ' CATEGORY '.
003300     05 X3-CSL-CATEGORY           PIC X(004).
003310     05 FILLER                    PIC X(010) VALUE ' RECEIVED '.
003320     05 X3-CSL-RECEIVED           PIC 9(008).
003330     05 FILLER                    PIC X(008) VALUE ' STATUS '.
003340     05 X3-CSL-STATUS             PIC X(001).
003350     05 FILLER                    PIC X(002) VALUE SPACES.
003360     05 X3-CSL-SUMMARY            PIC X(040).
003370     05 FILLER                    PIC X(026) VALUE SPACES.
003380 01  X3-REFERENCE-LINE.
003390     05 FILLER                    PIC X(010) VALUE SPACES.
003400     05 FILLER                    PIC X(015)
003410            VALUE 'DISPUTED PCREF '.
003420     05 X3-RNL-PCREF              PIC X(015).
003430     05 FILLER                    PIC X(008) VALUE ' TRANSQ '.
003440     05 X3-RNL-TRANSQ             PIC X(004).
003450     05 FILLER                    PIC X(080) VALUE SPACES.
003460 01  X3-TRAILER-LINE.
003470     05 FILLER                    PIC X(002) VALUE SPACES.
003480     05 FILLER                    PIC X(032)
003490            VALUE 'END OF EXTRACT - RECORDS FOUND: '.
003500     05 X3-TRL-FOUND              PIC ZZZZZZ9.
003510     05 FILLER                    PIC X(091) VALUE SPACES.
003520*    A COPY OF THE STORE RECORD BEING EXAMINED, FROM EITHER STORE.
003530     COPY "Logger_Store_Record.cpy"
003540         REPLACING LOGGER-STORE-RECORD BY X3-STORE-WORK.
003550 COPY "EQ_HOLD_REQ.cpy".
003560 COPY "EQ_HOLD_RESP.cpy".
003570 COPY "Transaction_Rsp_TT.cpy".
003580 COPY "Transaction_Req.cpy".
003590 COPY "Operator_Action.cpy".
003600 COPY "Entitlement_Check.cpy".
003610 COPY "Run_Statistics.cpy".
003620 PROCEDURE DIVISION.
003630*-----------------------------------------------------------------
003640 0000-MAINLINE.
003650*-----------------------------------------------------------------
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003680         UNTIL X3-SARREQF-EOF.
003690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003700     STOP RUN.
003710*-----------------------------------------------------------------
003720 1000-INITIALIZE.
003730*-----------------------------------------------------------------
003740     ACCEPT X3-RUN-DATE FROM DATE YYYYMMDD.
003750     ACCEPT X3-CLOCK FROM TIME.
003760     MOVE X3-CLOCK-HHMMSS TO X3-RUN-TIME.
003770     MOVE X3-RUN-TIME TO X3-ACTION-TIME.
003780     ACCEPT RST-START-TIME FROM TIME.
003790     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003800                  RST-REJECT-COUNT.
003810     OPEN INPUT  SARREQF.
003820     OPEN OUTPUT SAREXTR.
003830     PERFORM 9100-READ-SARREQF THRU 9100-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870 2000-PROCESS-REQUEST.
003880*-----------------------------------------------------------------
003890     ADD 1 TO X3-REQUEST-COUNT.
003900     ADD 1 TO RST-RECORDS-IN.
003910     MOVE SAR-HZCUS TO X3-CUSTOMER.
003920     MOVE SPACES TO X3-REFUSAL-REASON.
003930     MOVE ZERO TO X3-REQUEST-FOUND X3-ACCOUNT-COUNT.
003940     MOVE 'N' TO X3-INCOMPLETE-SW.
003945     MOVE 'N' TO X3-TABLE-FULL-SW.
003950     MOVE SAR-HZCUS TO X3-HDG-HZCUS.
003960     MOVE SAR-REFERENCE TO X3-HDG-REFERENCE.
003970     MOVE SAR-OPERATOR-ID TO X3-HDG-OPERATOR.
003980     IF SAR-RECEIVED-DATE IS NUMERIC
003990         MOVE SAR-RECEIVED-DATE TO X3-HDG-RECEIVED
004000     ELSE
004010         MOVE ZERO TO X3-HDG-RECEIVED
004020     END-IF.
004030     MOVE X3-RUN-DATE TO X3-HDG-RUN-DATE.
004040     MOVE X3-HEADING-LINE TO SAREXTR-RECORD.
004050     WRITE SAREXTR-RECORD.
004060     IF X3-CUSTOMER = SPACES
004070         MOVE 'NO CUSTOMER NUMBER GIVEN' TO X3-REFUSAL-REASON
004080         SET X3-REFUSED TO TRUE
004090         PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT
004100         GO TO 2000-REFUSED
004110     END-IF.
004120     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
004130     MOVE SAR-OPERATOR-ID TO ETC-OPERATOR-ID.
004140     MOVE 'C' TO ETC-REQUIRED-ROLE.
004150     MOVE ZERO TO ETC-AMOUNT.
004160     MOVE 'ESB123X' TO ETC-PROGRAM-ID.
004170     MOVE 'SARX' TO ETC-ACTION-TYPE.
004180     MOVE SAR-REFERENCE TO ETC-PCREF.
004190     MOVE X3-ACTION-TIME TO ETC-ACTION-TIME.
004200     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
004210     IF NOT ETC-ALLOWED
004220         MOVE ETC-REASON-TEXT TO X3-REFUSAL-REASON
004230         SET X3-REFUSED TO TRUE
004240         GO TO 2000-REFUSED
004250     END-IF.
004260     PERFORM 3000-SEARCH-CUSTOMER-MASTER THRU 3000-EXIT.
004270     PERFORM 3200-SEARCH-SNAPSHOTS THRU 3200-EXIT.
004280     PERFORM 3400-SEARCH-LIVE-STORE THRU 3400-EXIT.
004290     PERFORM 3500-SEARCH-ARCHIVE THRU 3500-EXIT.
004300     PERFORM 3600-SEARCH-STATEMENT-CYCLES THRU 3600-EXIT.
004310     PERFORM 3700-SEARCH-SCREENING-HITS THRU 3700-EXIT.
004320     PERFORM 3800-SEARCH-DISPUTE-CASES THRU 3800-EXIT.
004330     MOVE X3-REQUEST-FOUND TO X3-TRL-FOUND.
004340     MOVE X3-TRAILER-LINE TO SAREXTR-RECORD.
004350     WRITE SAREXTR-RECORD.
004360     ADD X3-REQUEST-FOUND TO RST-RECORDS-OUT.
004370     ADD 1 TO X3-PRODUCED-COUNT.
004380     SET X3-PRODUCED TO TRUE.
004390     IF X3-INCOMPLETE
004400         MOVE 'EXTRACT INCOMPLETE' TO X3-REFUSAL-REASON
004405         ADD 1 TO X3-INCOMPLETE-COUNT
004410     ELSE
004420         MOVE 'EXTRACT PRODUCED' TO X3-REFUSAL-REASON
004430     END-IF.
004440     PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT.
004450     GO TO 2000-NEXT.
004460 2000-REFUSED.
004470     ADD 1 TO X3-REFUSED-COUNT.
004480     ADD 1 TO RST-REJECT-COUNT.
004490     MOVE X3-REFUSAL-REASON TO X3-RFL-REASON.
004500     MOVE X3-REFUSED-LINE TO SAREXTR-RECORD.
004510     WRITE SAREXTR-RECORD.
004520 2000-NEXT.
004530     MOVE SPACES TO SAREXTR-RECORD.
004540     WRITE SAREXTR-RECORD.
004550     PERFORM 9100-READ-SARREQF THRU 9100-EXIT.
004560 2000-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590 3000-SEARCH-CUSTOMER-MASTER.
004600*-----------------------------------------------------------------
004610     MOVE 'CUSTOMER MASTER (CUSTMSTF)' TO X3-SCL-NAME.
004620     PERFORM 6000-START-SECTION THRU 6000-EXIT.
004630     OPEN INPUT CUSTMSTF.
004640     IF NOT X3-CUSTMSTF-OK
004650         MOVE X3-CUSTMSTF-STATUS TO X3-UNL-STATUS
004660         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
004670         GO TO 3000-EXIT
004680     END-IF.
004690     PERFORM 9200-READ-CUSTMSTF THRU 9200-EXIT.
004700     PERFORM 3100-CHECK-CUSTOMER THRU 3100-EXIT
004710         UNTIL X3-SOURCE-EOF.
004720     CLOSE CUSTMSTF.
004730     PERFORM 6100-END-SECTION THRU 6100-EXIT.
004740 3000-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770 3100-CHECK-CUSTOMER.
004780*-----------------------------------------------------------------
004790     IF CMR-HZCUS = X3-CUSTOMER
004800         MOVE CMR-HZCUN TO X3-CML-NAME
004810         MOVE CMR-HZCUNA TO X3-CML-SHORT-NAME
004820         MOVE CMR-HZCLC TO X3-CML-LOCATION
004830         MOVE CMR-FIRST-SEEN TO X3-CML-FIRST-SEEN
004840         MOVE CMR-LAST-SEEN TO X3-CML-LAST-SEEN
004850         MOVE X3-CUSTOMER-LINE TO SAREXTR-RECORD
004860         WRITE SAREXTR-RECORD
004870         ADD 1 TO X3-SECTION-FOUND
004880     END-IF.
004890     PERFORM 9200-READ-CUSTMSTF THRU 9200-EXIT.
004900 3100-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930 3200-SEARCH-SNAPSHOTS.
004940*-----------------------------------------------------------------
004950     MOVE 'CUSTOMER SNAPSHOTS (SNAPSHOF)' TO X3-SCL-NAME.
004960     PERFORM 6000-START-SECTION THRU 6000-EXIT.
004970     OPEN INPUT SNAPSHOF.
004980     IF NOT X3-SNAPSHOF-OK
004990         MOVE X3-SNAPSHOF-STATUS TO X3-UNL-STATUS
005000         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
005010         GO TO 3200-EXIT
005020     END-IF.
005030     PERFORM 9300-READ-SNAPSHOF THRU 9300-EXIT.
005040     PERFORM 3300-CHECK-SNAPSHOT THRU 3300-EXIT
005050         UNTIL X3-SOURCE-EOF.
005060     CLOSE SNAPSHOF.
005070     PERFORM 6100-END-SECTION THRU 6100-EXIT.
005080 3200-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110 3300-CHECK-SNAPSHOT.
005120*-----------------------------------------------------------------
005130     IF CSS-HZCUS NOT = X3-CUSTOMER
005140         GO TO 3300-NEXT
005150     END-IF.
005160     MOVE CSS-HZAB TO X3-SNL-HZAB.
005170     MOVE CSS-HZAN TO X3-SNL-HZAN.
005180     MOVE CSS-HZAS TO X3-SNL-HZAS.
005190     MOVE CSS-HZCCY TO X3-SNL-HZCCY.
005200     MOVE CSS-HZCABL TO X3-SNL-CLEARED.
005210     MOVE CSS-HZNABL TO X3-SNL-AVAILABLE.
005220     MOVE CSS-HOLD-COUNT TO X3-SNL-HOLDS.
005230     MOVE CSS-CAPTURE-DATE TO X3-SNL-DATE.
005240     MOVE CSS-CAPTURE-TIME TO X3-SNL-TIME.
005250     MOVE X3-SNAPSHOT-LINE TO SAREXTR-RECORD.
005260     WRITE SAREXTR-RECORD.
005270     ADD 1 TO X3-SECTION-FOUND.
005280     MOVE CSS-HZAB TO X3-PRB-HZAB.
005290     MOVE CSS-HZAN TO X3-PRB-HZAN.
005300     MOVE CSS-HZAS TO X3-PRB-HZAS.
005310     PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT.
005320     IF X3-ACCOUNT-FOUND
005330         GO TO 3300-NEXT
005370     END-IF.
005371*    AN ACCOUNT THAT DOES NOT FIT IS NOT SEARCHED FOR IN THE
005372*    LATER SECTIONS, SO THE EXTRACT IS MARKED INCOMPLETE AND
005373*    SAYS SO ONCE.
005374     IF X3-ACCOUNT-COUNT NOT < 50
005375         IF NOT X3-TABLE-FULL
005376             SET X3-TABLE-FULL TO TRUE
005377             SET X3-INCOMPLETE TO TRUE
005378             MOVE X3-OVERFLOW-LINE TO SAREXTR-RECORD
005379             WRITE SAREXTR-RECORD
005380         END-IF
005381         GO TO 3300-NEXT
005382     END-IF.
005383     ADD 1 TO X3-ACCOUNT-COUNT.
005384     MOVE X3-PROBE-ACCOUNT TO X3-ACT-ACCOUNT (X3-ACCOUNT-COUNT).
005385 3300-NEXT.
005390     PERFORM 9300-READ-SNAPSHOF THRU 9300-EXIT.
005400 3300-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430 3400-SEARCH-LIVE-STORE.
005440*-----------------------------------------------------------------
005450     MOVE 'LOGGER STORE (LOGGERSF)' TO X3-SCL-NAME.
005460     PERFORM 6000-START-SECTION THRU 6000-EXIT.
005470     OPEN INPUT LOGGERSF.
005480     IF NOT X3-LOGGERSF-OK
005490         MOVE X3-LOGGERSF-STATUS TO X3-UNL-STATUS
005500         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
005510         GO TO 3400-EXIT
005520     END-IF.
005530     PERFORM 9400-READ-LOGGERSF THRU 9400-EXIT.
005540     PERFORM 3450-CHECK-LIVE-RECORD THRU 3450-EXIT
005550         UNTIL X3-SOURCE-EOF.
005560     CLOSE LOGGERSF.
005570     PERFORM 6100-END-SECTION THRU 6100-EXIT.
005580 3400-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610 3450-CHECK-LIVE-RECORD.
005620*-----------------------------------------------------------------
005630     MOVE LOGGER-STORE-RECORD TO X3-STORE-WORK.
005640     PERFORM 5000-EXAMINE-STORE-IMAGE THRU 5000-EXIT.
005650     PERFORM 9400-READ-LOGGERSF THRU 9400-EXIT.
005660 3450-EXIT.
005670     EXIT.
005680*-----------------------------------------------------------------
005690 3500-SEARCH-ARCHIVE.
005700*-----------------------------------------------------------------
005710     MOVE 'LOGGER ARCHIVE (ARCHIVEF)' TO X3-SCL-NAME.
005720     PERFORM 6000-START-SECTION THRU 6000-EXIT.
005730     OPEN INPUT ARCHIVEF.
005740     IF NOT X3-ARCHIVEF-OK
005750         MOVE X3-ARCHIVEF-STATUS TO X3-UNL-STATUS
005760         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
005770         GO TO 3500-EXIT
005780     END-IF.
005790     PERFORM 9410-READ-ARCHIVEF THRU 9410-EXIT.
005800     PERFORM 3550-CHECK-ARCHIVE-RECORD THRU 3550-EXIT
005810         UNTIL X3-SOURCE-EOF.
005820     CLOSE ARCHIVEF.
005830     PERFORM 6100-END-SECTION THRU 6100-EXIT.
005840 3500-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870 3550-CHECK-ARCHIVE-RECORD.
005880*-----------------------------------------------------------------
005890     MOVE LOGGER-ARCHIVE-RECORD TO X3-STORE-WORK.
005900     PERFORM 5000-EXAMINE-STORE-IMAGE THRU 5000-EXIT.
005910     PERFORM 9410-READ-ARCHIVEF THRU 9410-EXIT.
005920 3550-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950 3600-SEARCH-STATEMENT-CYCLES.
005960*-----------------------------------------------------------------
005970     MOVE 'STATEMENT CYCLES (STMCYCF)' TO X3-SCL-NAME.
005980     PERFORM 6000-START-SECTION THRU 6000-EXIT.
005990     OPEN INPUT STMCYCF.
006000     IF NOT X3-STMCYCF-OK
006010         MOVE X3-STMCYCF-STATUS TO X3-UNL-STATUS
006020         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
006030         GO TO 3600-EXIT
006040     END-IF.
006050     PERFORM 9420-READ-STMCYCF THRU 9420-EXIT.
006060     PERFORM 3650-CHECK-CYCLE THRU 3650-EXIT
006070         UNTIL X3-SOURCE-EOF.
006080     CLOSE STMCYCF.
006090     PERFORM 6100-END-SECTION THRU 6100-EXIT.
006100 3600-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130 3650-CHECK-CYCLE.
006140*-----------------------------------------------------------------
006150     MOVE STC-HZAB TO X3-PRB-HZAB.
006160     MOVE STC-HZAN TO X3-PRB-HZAN.
006170     MOVE STC-HZAS TO X3-PRB-HZAS.
006180     PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT.
006190     IF X3-ACCOUNT-FOUND
006200         MOVE STC-HZAB TO X3-CYL-HZAB
006210         MOVE STC-HZAN TO X3-CYL-HZAN
006220         MOVE STC-HZAS TO X3-CYL-HZAS
006230         MOVE STC-FREQUENCY TO X3-CYL-FREQUENCY
006240         MOVE STC-CYCLE-DAY TO X3-CYL-DAY
006250         MOVE STC-CHANNEL TO X3-CYL-CHANNEL
006260         MOVE STC-STATUS TO X3-CYL-STATUS
006270         MOVE STC-NEXT-CYCLE-DATE TO X3-CYL-NEXT-DATE
006280         MOVE X3-CYCLE-LINE TO SAREXTR-RECORD
006290         WRITE SAREXTR-RECORD
006300         ADD 1 TO X3-SECTION-FOUND
006310     END-IF.
006320     PERFORM 9420-READ-STMCYCF THRU 9420-EXIT.
006330 3650-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360 3700-SEARCH-SCREENING-HITS.
006370*-----------------------------------------------------------------
006380     MOVE 'SCREENING HITS (SCRNHITF)' TO X3-SCL-NAME.
006390     PERFORM 6000-START-SECTION THRU 6000-EXIT.
006400     OPEN INPUT SCRNHITF.
006410     IF NOT X3-SCRNHITF-OK
006420         MOVE X3-SCRNHITF-STATUS TO X3-UNL-STATUS
006430         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
006440         GO TO 3700-EXIT
006450     END-IF.
006460     PERFORM 9430-READ-SCRNHITF THRU 9430-EXIT.
006470     PERFORM 3750-CHECK-HIT THRU 3750-EXIT
006480         UNTIL X3-SOURCE-EOF.
006490     CLOSE SCRNHITF.
006500     PERFORM 6100-END-SECTION THRU 6100-EXIT.
006510 3700-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540 3750-CHECK-HIT.
006550*-----------------------------------------------------------------
006560*    A HIT IS THE CUSTOMER'S WHEN THE SCREENED HOLD NAMES IT OR
006570*    THE SCREENED PAYMENT POSTS TO ONE OF ITS ACCOUNTS.
006580     MOVE 'N' TO X3-MATCH-SW.
006590     EVALUATE TRUE
006600         WHEN SCH-FROM-HOLDREQ
006610             MOVE SCH-MSG-IMAGE TO EQHOLD-REQ
006620             IF GZCUS OF EQHOLD-REQ = X3-CUSTOMER
006630                 SET X3-MATCHED TO TRUE
006640             ELSE
006650                 MOVE GZBBN OF EQHOLD-REQ TO X3-PRB-HZAB
006660                 MOVE GZBNO OF EQHOLD-REQ TO X3-PRB-HZAN
006670                 MOVE GZSFX OF EQHOLD-REQ TO X3-PRB-HZAS
006680                 PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
006690                 MOVE X3-ACCOUNT-FOUND-SW TO X3-MATCH-SW
006700             END-IF
006710         WHEN SCH-FROM-TRANREQ
006720             MOVE SCH-MSG-IMAGE TO TRANSACTION-REQ
006730             MOVE GZAB1 OF TRANSACTION-REQ TO X3-PRB-HZAB
006740             MOVE GZAN1 OF TRANSACTION-REQ TO X3-PRB-HZAN
006750             MOVE GZAS1 OF TRANSACTION-REQ TO X3-PRB-HZAS
006760             PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
006770             IF NOT X3-ACCOUNT-FOUND
006780                 MOVE GZAB2 OF TRANSACTION-REQ TO X3-PRB-HZAB
006790                 MOVE GZAN2 OF TRANSACTION-REQ TO X3-PRB-HZAN
006800                 MOVE GZAS2 OF TRANSACTION-REQ TO X3-PRB-HZAS
006810                 PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
006820             END-IF
006830             MOVE X3-ACCOUNT-FOUND-SW TO X3-MATCH-SW
006840     END-EVALUATE.
006850     IF X3-MATCHED
006860         MOVE SCH-SOURCE TO X3-HTL-SOURCE
006870         MOVE SCH-PCREF TO X3-HTL-PCREF
006880         MOVE SCH-FIELD-NAME TO X3-HTL-FIELD-NAME
006890         MOVE SCH-FIELD-VALUE TO X3-HTL-FIELD-VALUE
006900         MOVE SCH-WATCH-TEXT TO X3-HTL-WATCH-TEXT
006910         MOVE SCH-STATUS TO X3-HTL-STATUS
006920         MOVE SCH-CAPTURE-DATE TO X3-HTL-DATE
006930         MOVE X3-HIT-LINE TO SAREXTR-RECORD
006940         WRITE SAREXTR-RECORD
006950         ADD 1 TO X3-SECTION-FOUND
006960     END-IF.
006970     PERFORM 9430-READ-SCRNHITF THRU 9430-EXIT.
006980 3750-EXIT.
006990     EXIT.
007000*-----------------------------------------------------------------
007010 3800-SEARCH-DISPUTE-CASES.
007020*-----------------------------------------------------------------
007030     MOVE 'DISPUTE CASES (DSCMSTF)' TO X3-SCL-NAME.
007040     PERFORM 6000-START-SECTION THRU 6000-EXIT.
007050     MOVE 'N' TO X3-CASE-SW.
007060     OPEN INPUT DSCMSTF.
007070     IF NOT X3-DSCMSTF-OK
007080         MOVE X3-DSCMSTF-STATUS TO X3-UNL-STATUS
007090         PERFORM 6200-NOT-SEARCHED THRU 6200-EXIT
007100         GO TO 3800-EXIT
007110     END-IF.
007120     PERFORM 9440-READ-DSCMSTF THRU 9440-EXIT.
007130     PERFORM 3850-CHECK-CASE THRU 3850-EXIT
007140         UNTIL X3-SOURCE-EOF.
007150     CLOSE DSCMSTF.
007160     PERFORM 6100-END-SECTION THRU 6100-EXIT.
007170 3800-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007200 3850-CHECK-CASE.
007210*-----------------------------------------------------------------
007220*    REFERENCES FOLLOW THEIR CASE, SO THEY ARE PRINTED WHILE THE
007230*    LAST CASE READ WAS THE CUSTOMER'S.
007240     EVALUATE TRUE
007250         WHEN DSC-CASE
007260             MOVE 'N' TO X3-CASE-SW
007270             IF DSC-HZCUS = X3-CUSTOMER
007280                 SET X3-CUSTOMER-CASE TO TRUE
007290                 MOVE DSC-CASE-NUMBER TO X3-CSL-CASE-NUMBER
007300                 MOVE DSC-CATEGORY TO X3-CSL-CATEGORY
007310                 MOVE DSC-RECEIVED-DATE TO X3-CSL-RECEIVED
007320                 MOVE DSC-STATUS TO X3-CSL-STATUS
007330                 MOVE DSC-SUMMARY TO X3-CSL-SUMMARY
007340                 MOVE X3-CASE-LINE TO SAREXTR-RECORD
007350                 WRITE SAREXTR-RECORD
007360                 ADD 1 TO X3-SECTION-FOUND
007370             END-IF
007380         WHEN DSC-REFERENCE
007390             IF X3-CUSTOMER-CASE
007400                 MOVE DSC-REF-PCREF TO X3-RNL-PCREF
007410                 MOVE DSC-REF-TRANSQ TO X3-RNL-TRANSQ
007420                 MOVE X3-REFERENCE-LINE TO SAREXTR-RECORD
007430                 WRITE SAREXTR-RECORD
007440             END-IF
007450         WHEN OTHER
007460             MOVE 'N' TO X3-CASE-SW
007470     END-EVALUATE.
007480     PERFORM 9440-READ-DSCMSTF THRU 9440-EXIT.
007490 3850-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520 5000-EXAMINE-STORE-IMAGE.
007530*-----------------------------------------------------------------
007540*    HOLDS ARE THE CUSTOMER'S WHEN THEY NAME IT OR ONE OF ITS
007550*    ACCOUNTS; TRANSACTION RESPONSES WHEN EITHER LEG POSTS TO ONE
007560*    OF ITS ACCOUNTS.  OTHER STREAMS CARRY NO PERSONAL DETAILS.
007570     MOVE 'N' TO X3-MATCH-SW.
007580     EVALUATE TRUE
007590         WHEN LSR-HOLD-REQ OF X3-STORE-WORK
007600             MOVE LSR-RAW-RECORD OF X3-STORE-WORK TO EQHOLD-REQ
007610             MOVE GZBBN OF EQHOLD-REQ TO X3-PRB-HZAB
007620             MOVE GZBNO OF EQHOLD-REQ TO X3-PRB-HZAN
007630             MOVE GZSFX OF EQHOLD-REQ TO X3-PRB-HZAS
007640             IF GZCUS OF EQHOLD-REQ = X3-CUSTOMER
007650                 SET X3-MATCHED TO TRUE
007660             ELSE
007670                 PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
007680                 MOVE X3-ACCOUNT-FOUND-SW TO X3-MATCH-SW
007690             END-IF
007700             IF X3-MATCHED
007710                 MOVE 'HOLD REQ' TO X3-MSL-TYPE
007720                 MOVE 'REASON' TO X3-MSL-LABEL
007730                 MOVE GZHRC OF EQHOLD-REQ TO X3-MSL-VALUE
007740                 MOVE GZHDD1 OF EQHOLD-REQ TO X3-TXT-VALUE (1)
007750                 MOVE GZHDD2 OF EQHOLD-REQ TO X3-TXT-VALUE (2)
007760                 MOVE GZHDD3 OF EQHOLD-REQ TO X3-TXT-VALUE (3)
007770                 MOVE GZHDD4 OF EQHOLD-REQ TO X3-TXT-VALUE (4)
007780                 MOVE 4 TO X3-TEXT-COUNT
007790                 MOVE 'HOLD DESC ' TO X3-TEXT-LABEL
007800             END-IF
007810         WHEN LSR-HOLD-RESP OF X3-STORE-WORK
007820             MOVE LSR-RAW-RECORD OF X3-STORE-WORK TO EQHOLD-RSP
007830             MOVE GZBBN OF EQHOLD-RSP TO X3-PRB-HZAB
007840             MOVE GZBNO OF EQHOLD-RSP TO X3-PRB-HZAN
007850             MOVE GZSFX OF EQHOLD-RSP TO X3-PRB-HZAS
007860             IF GZCUS OF EQHOLD-RSP = X3-CUSTOMER
007870                 SET X3-MATCHED TO TRUE
007880             ELSE
007890                 PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
007900                 MOVE X3-ACCOUNT-FOUND-SW TO X3-MATCH-SW
007910             END-IF
007920             IF X3-MATCHED
007930                 MOVE 'HOLD RESP' TO X3-MSL-TYPE
007940                 MOVE 'REASON' TO X3-MSL-LABEL
007950                 MOVE GZHRC OF EQHOLD-RSP TO X3-MSL-VALUE
007960                 MOVE GZHDD1 OF EQHOLD-RSP TO X3-TXT-VALUE (1)
007970                 MOVE GZHDD2 OF EQHOLD-RSP TO X3-TXT-VALUE (2)
007980                 MOVE GZHDD3 OF EQHOLD-RSP TO X3-TXT-VALUE (3)
007990                 MOVE GZHDD4 OF EQHOLD-RSP TO X3-TXT-VALUE (4)
008000                 MOVE 4 TO X3-TEXT-COUNT
008010                 MOVE 'HOLD DESC ' TO X3-TEXT-LABEL
008020             END-IF
008030         WHEN LSR-TRAN-RESP OF X3-STORE-WORK
008040             MOVE LSR-RAW-RECORD OF X3-STORE-WORK
008050                 TO TRANSACTION-RSP
008060             PERFORM 5100-MATCH-PAYMENT THRU 5100-EXIT
008070         WHEN OTHER
008080             GO TO 5000-EXIT
008090     END-EVALUATE.
008100     IF NOT X3-MATCHED
008110         GO TO 5000-EXIT
008120     END-IF.
008130     MOVE LSR-PCREF OF X3-STORE-WORK TO X3-MSL-PCREF.
008140     MOVE LSR-CAPTURE-DATE OF X3-STORE-WORK TO X3-MSL-DATE.
008150     MOVE LSR-CAPTURE-TIME OF X3-STORE-WORK TO X3-MSL-TIME.
008160     MOVE X3-PRB-HZAB TO X3-MSL-HZAB.
008170     MOVE X3-PRB-HZAN TO X3-MSL-HZAN.
008180     MOVE X3-PRB-HZAS TO X3-MSL-HZAS.
008190     MOVE X3-MESSAGE-LINE TO SAREXTR-RECORD.
008200     WRITE SAREXTR-RECORD.
008210     ADD 1 TO X3-SECTION-FOUND.
008220     IF LSR-TRAN-RESP OF X3-STORE-WORK
008230        AND GZAB2 OF TRANSACTION-RSP NOT = SPACES
008240         MOVE GZAB2 OF TRANSACTION-RSP TO X3-SLL-HZAB
008250         MOVE GZAN2 OF TRANSACTION-RSP TO X3-SLL-HZAN
008260         MOVE GZAS2 OF TRANSACTION-RSP TO X3-SLL-HZAS
008270         MOVE GZAMA2 OF TRANSACTION-RSP TO X3-SLL-AMOUNT
008280         MOVE X3-SECOND-LEG-LINE TO SAREXTR-RECORD
008290         WRITE SAREXTR-RECORD
008300     END-IF.
008310     MOVE 1 TO X3-TEXT-SUB.
008320     PERFORM 5400-PRINT-TEXT THRU 5400-EXIT
008330         UNTIL X3-TEXT-SUB > X3-TEXT-COUNT.
008340 5000-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370 5100-MATCH-PAYMENT.
008380*-----------------------------------------------------------------
008390     MOVE GZAB1 OF TRANSACTION-RSP TO X3-PRB-HZAB.
008400     MOVE GZAN1 OF TRANSACTION-RSP TO X3-PRB-HZAN.
008410     MOVE GZAS1 OF TRANSACTION-RSP TO X3-PRB-HZAS.
008420     PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT.
008430     IF NOT X3-ACCOUNT-FOUND
008440         MOVE GZAB2 OF TRANSACTION-RSP TO X3-PRB-HZAB
008450         MOVE GZAN2 OF TRANSACTION-RSP TO X3-PRB-HZAN
008460         MOVE GZAS2 OF TRANSACTION-RSP TO X3-PRB-HZAS
008470         PERFORM 5500-FIND-ACCOUNT THRU 5500-EXIT
008480     END-IF.
008490     IF NOT X3-ACCOUNT-FOUND
008500         GO TO 5100-EXIT
008510     END-IF.
008520     SET X3-MATCHED TO TRUE.
008530     MOVE 'PAYMENT' TO X3-MSL-TYPE.
008540     MOVE 'AMOUNT' TO X3-MSL-LABEL.
008550     MOVE GZAMA1 OF TRANSACTION-RSP TO X3-MSL-VALUE.
008560     MOVE GZAB1 OF TRANSACTION-RSP TO X3-PRB-HZAB.
008570     MOVE GZAN1 OF TRANSACTION-RSP TO X3-PRB-HZAN.
008580     MOVE GZAS1 OF TRANSACTION-RSP TO X3-PRB-HZAS.
008590     MOVE GZNR1 OF TRANSACTION-RSP TO X3-TXT-VALUE (1).
008600     MOVE GZNR2 OF TRANSACTION-RSP TO X3-TXT-VALUE (2).
008610     MOVE GZNR3 OF TRANSACTION-RSP TO X3-TXT-VALUE (3).
008620     MOVE GZNR4 OF TRANSACTION-RSP TO X3-TXT-VALUE (4).
008630     MOVE GZNR5 OF TRANSACTION-RSP TO X3-TXT-VALUE (5).
008640     MOVE GZNR6 OF TRANSACTION-RSP TO X3-TXT-VALUE (6).
008650     MOVE GZNR7 OF TRANSACTION-RSP TO X3-TXT-VALUE (7).
008660     MOVE GZNR8 OF TRANSACTION-RSP TO X3-TXT-VALUE (8).
008670     MOVE 8 TO X3-TEXT-COUNT.
008680     MOVE 'NARRATIVE ' TO X3-TEXT-LABEL.
008690 5100-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720 5400-PRINT-TEXT.
008730*-----------------------------------------------------------------
008740     IF X3-TXT-VALUE (X3-TEXT-SUB) NOT = SPACES
008750         MOVE X3-TEXT-LABEL TO X3-TXL-LABEL
008760         MOVE X3-TEXT-SUB TO X3-TXL-SEQ
008770         MOVE X3-TXT-VALUE (X3-TEXT-SUB) TO X3-TXL-VALUE
008780         MOVE X3-TEXT-LINE TO SAREXTR-RECORD
008790         WRITE SAREXTR-RECORD
008800     END-IF.
008810     ADD 1 TO X3-TEXT-SUB.
008820 5400-EXIT.
008830     EXIT.
008840*-----------------------------------------------------------------
008850 5500-FIND-ACCOUNT.
008860*-----------------------------------------------------------------
008870     MOVE 'N' TO X3-ACCOUNT-FOUND-SW.
008880     IF X3-PROBE-ACCOUNT = SPACES
008890         GO TO 5500-EXIT
008900     END-IF.
008910     SET X3-ACT-IDX TO 1.
008920     PERFORM 5550-SCAN-ACCOUNT THRU 5550-EXIT
008930         UNTIL X3-ACCOUNT-FOUND
008940            OR X3-ACT-IDX > X3-ACCOUNT-COUNT.
008950 5500-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980 5550-SCAN-ACCOUNT.
008990*-----------------------------------------------------------------
009000     IF X3-ACT-ACCOUNT (X3-ACT-IDX) = X3-PROBE-ACCOUNT
009010         SET X3-ACCOUNT-FOUND TO TRUE
009020     ELSE
009030         SET X3-ACT-IDX UP BY 1
009040     END-IF.
009050 5550-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080 6000-START-SECTION.
009090*-----------------------------------------------------------------
009100     MOVE ZERO TO X3-SECTION-FOUND.
009110     MOVE 'N' TO X3-SOURCE-EOF-SW.
009120     MOVE X3-SECTION-LINE TO SAREXTR-RECORD.
009130     WRITE SAREXTR-RECORD.
009140 6000-EXIT.
009150     EXIT.
009160*-----------------------------------------------------------------
009170 6100-END-SECTION.
009180*-----------------------------------------------------------------
009190     MOVE X3-SECTION-FOUND TO X3-CNL-FOUND.
009200     MOVE X3-COUNT-LINE TO SAREXTR-RECORD.
009210     WRITE SAREXTR-RECORD.
009220     ADD X3-SECTION-FOUND TO X3-REQUEST-FOUND.
009230 6100-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260 6200-NOT-SEARCHED.
009270*-----------------------------------------------------------------
009280     MOVE X3-UNAVAILABLE-LINE TO SAREXTR-RECORD.
009290     WRITE SAREXTR-RECORD.
009300     SET X3-INCOMPLETE TO TRUE.
009320 6200-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------------
009350 8000-TERMINATE.
009360*-----------------------------------------------------------------
009370     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
009380     CLOSE SARREQF.
009390     CLOSE SAREXTR.
009400     DISPLAY 'ESB123X: REQUESTS ' X3-REQUEST-COUNT
009410         ' EXTRACTED ' X3-PRODUCED-COUNT
009416         ' REFUSED ' X3-REFUSED-COUNT
009422         ' INCOMPLETE ' X3-INCOMPLETE-COUNT.
009430     IF X3-REFUSED-COUNT > ZERO
009435        OR X3-INCOMPLETE-COUNT > ZERO
009440         MOVE 4 TO RETURN-CODE
009450     END-IF.
009460 8000-EXIT.
009470     EXIT.
009480*-----------------------------------------------------------------
009490 9100-READ-SARREQF.
009500*-----------------------------------------------------------------
009510     READ SARREQF
009520         AT END
009530             SET X3-SARREQF-EOF TO TRUE
009540     END-READ.
009550 9100-EXIT.
009560     EXIT.
009570*-----------------------------------------------------------------
009580 9200-READ-CUSTMSTF.
009590*-----------------------------------------------------------------
009600     READ CUSTMSTF
009610         AT END
009620             SET X3-SOURCE-EOF TO TRUE
009630     END-READ.
009640 9200-EXIT.
009650     EXIT.
009660*-----------------------------------------------------------------
009670 9300-READ-SNAPSHOF.
009680*-----------------------------------------------------------------
009690     READ SNAPSHOF
009700         AT END
009710             SET X3-SOURCE-EOF TO TRUE
009720     END-READ.
009730 9300-EXIT.
009740     EXIT.
009750*-----------------------------------------------------------------
009760 9400-READ-LOGGERSF.
009770*-----------------------------------------------------------------
009780     READ LOGGERSF
009790         AT END
009800             SET X3-SOURCE-EOF TO TRUE
009810     END-READ.
009820 9400-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------------
009850 9410-READ-ARCHIVEF.
009860*-----------------------------------------------------------------
009870     READ ARCHIVEF
009880         AT END
009890             SET X3-SOURCE-EOF TO TRUE
009900     END-READ.
009910 9410-EXIT.
009920     EXIT.
009930*-----------------------------------------------------------------
010110 9420-READ-STMCYCF.
010120*-----------------------------------------------------------------
010130     READ STMCYCF
010140         AT END
010150             SET X3-SOURCE-EOF TO TRUE
010160     END-READ.
010170 9420-EXIT.
010180     EXIT.
010190*-----------------------------------------------------------------
010200 9430-READ-SCRNHITF.
010210*-----------------------------------------------------------------
010220     READ SCRNHITF
010230         AT END
010240             SET X3-SOURCE-EOF TO TRUE
010250     END-READ.
010260 9430-EXIT.
010270     EXIT.
010280*-----------------------------------------------------------------
010290 9440-READ-DSCMSTF.
010300*-----------------------------------------------------------------
010310     READ DSCMSTF
010320         AT END
010330             SET X3-SOURCE-EOF TO TRUE
010340     END-READ.
010350 9440-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------------
010371 9600-JOURNAL-ACTION.
010372*-----------------------------------------------------------------
010373     MOVE SPACES TO OPERATOR-ACTION-RECORD.
010374     MOVE ZERO TO OPA-BUSINESS-DATE OPA-AMOUNT.
010375     MOVE X3-RUN-DATE TO OPA-ACTION-DATE.
010376     MOVE X3-RUN-TIME TO OPA-ACTION-TIME.
010377     MOVE SAR-OPERATOR-ID TO OPA-OPERATOR-ID.
010378     MOVE 'ESB123X' TO OPA-PROGRAM-ID.
010379     SET OPA-SUBJECT-ACCESS TO TRUE.
010380     MOVE SAR-REFERENCE TO OPA-PCREF.
010381     MOVE X3-CUSTOMER TO OPA-CUSTOMER.
010382     MOVE X3-OUTCOME TO OPA-OUTCOME.
010383     MOVE X3-REFUSAL-REASON TO OPA-REASON.
010384     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
010385 9600-EXIT.
010386     EXIT.
010387*-----------------------------------------------------------------
010388 9900-WRITE-RUN-STATS.
010390*-----------------------------------------------------------------
010400     MOVE 'ESB123X' TO RST-PROGRAM-ID.
010410     MOVE X3-RUN-DATE TO RST-BUSINESS-DATE.
010420     ACCEPT RST-END-TIME FROM TIME.
010430     MOVE '00' TO RST-WORST-STATUS.
010440     IF X3-SAREXTR-STATUS NOT = '00'
010450        AND X3-SAREXTR-STATUS NOT = '10'
010460         MOVE X3-SAREXTR-STATUS TO RST-WORST-STATUS
010470     END-IF.
010480     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
010490 9900-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------------
010520 9999-EXIT.
010530*-----------------------------------------------------------------
010540     EXIT.
