000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB114P
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    START-OF-DAY PUBLICATION OF THE CONTROL TABLES MAINTAINED
000200*    THROUGH ESB113M.  THE TABLE HISTORY (CTHISTF, IN TABLE,
000210*    ROW KEY AND EFFECTIVE DATE ORDER) IS READ ONCE; FOR EACH
000220*    ROW KEY THE LAST VERSION EFFECTIVE ON OR BEFORE THE
000230*    BUSINESS DATE (ESB078D) IS THE ROW IN FORCE, AND UNLESS
000240*    THAT VERSION IS A DELETE ITS IMAGE IS WRITTEN TO THE
000250*    TABLE'S OWN DATASET UNDER THE DD NAME ITS READERS ALREADY
000260*    OPEN.  A TABLE IS REBUILT ONLY ONCE AT LEAST ONE OF ITS
000270*    VERSIONS IS IN FORCE; A TABLE WITH NO HISTORY, OR WITH
000280*    ONLY FUTURE-DATED VERSIONS, IS NOT OPENED AND KEEPS ITS
000285*    PRESENT CONTENTS.  THE HISTORY IS FIRST SURVEYED: A TABLE
000290*    WHOSE HISTORY HAS FEWER ROW KEYS IN FORCE THAN ITS
000295*    PUBLISHED DATASET HAS ROWS HAS NOT HAD ALL OF ITS ROWS
000300*    TAKEN ON AS 'A' CHANGES.  REBUILDING IT WOULD LOSE THE ROWS
000305*    NOT YET TAKEN ON, SO IT IS NOT OPENED EITHER.  THE
000310*    PUBLICATION REPORT (PUBRPT) SHOWS WHAT WAS DONE FOR EACH
000315*    REGISTERED TABLE.  RETURN CODE 4 WHEN A TABLE WAS REFUSED,
000320*    OR THE HISTORY IS OUT OF SEQUENCE OR NAMES A TABLE NOT ON
000325*    THE REGISTRY.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*    15-OCT-2026  TC   INITIAL VERSION.
000352*    15-OCT-2026  TC   EQUATION AVAILABILITY CALENDAR
000354*                      (EQAVAILF) AND STORE-AND-FORWARD DRAIN
000356*                      PARAMETERS (SFWDPRMF) ADDED.
000357*    15-OCT-2026  TC   PERSONAL DATA RETENTION PARAMETERS
000358*                      (PDATPRMF) ADDED.
000360******************************************************************
000370 PROGRAM-ID. ESB114P.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-ZSERIES.
000410 OBJECT-COMPUTER. IBM-ZSERIES.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CTHISTF  ASSIGN TO CTHISTF
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS T4-CTHISTF-STATUS.
000470     SELECT ACCTLIMF ASSIGN TO ACCTLIMF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS T4-TABLE-STATUS.
000500     SELECT AUTHLIMF ASSIGN TO AUTHLIMF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS T4-TABLE-STATUS.
000522     SELECT EQAVAILF ASSIGN TO EQAVAILF
000524         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS T4-TABLE-STATUS.
000530     SELECT HDRPARMF ASSIGN TO HDRPARMF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS T4-TABLE-STATUS.
000560     SELECT LEVYPRMF ASSIGN TO LEVYPRMF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS T4-TABLE-STATUS.
000590     SELECT ODINTPRM ASSIGN TO ODINTPRM
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS T4-TABLE-STATUS.
000612     SELECT PDATPRMF ASSIGN TO PDATPRMF
000614         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS T4-TABLE-STATUS.
000620     SELECT QAGELIMF ASSIGN TO QAGELIMF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS T4-TABLE-STATUS.
000650     SELECT RPTTHRF  ASSIGN TO RPTTHRF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS T4-TABLE-STATUS.
000680     SELECT RSPDICTF ASSIGN TO RSPDICTF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS T4-TABLE-STATUS.
000702     SELECT SFWDPRMF ASSIGN TO SFWDPRMF
000704         ORGANIZATION IS SEQUENTIAL
000706         FILE STATUS IS T4-TABLE-STATUS.
000710     SELECT TARIFF   ASSIGN TO TARIFF
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS T4-TABLE-STATUS.
000740     SELECT PUBRPT   ASSIGN TO PUBRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS T4-PUBRPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CTHISTF
000800     RECORDING MODE IS F.
000810     COPY "Control_Table_History.cpy".
000820 FD  ACCTLIMF
000830     RECORDING MODE IS F.
000840     COPY "Account_Limit.cpy".
000850 FD  AUTHLIMF
000860     RECORDING MODE IS F.
000870     COPY "Auth_Limit.cpy".
000872 FD  EQAVAILF
000874     RECORDING MODE IS F.
000876     COPY "Equation_Availability.cpy".
000880 FD  HDRPARMF
000890     RECORDING MODE IS F.
000900     COPY "Header_Param.cpy".
000910 FD  LEVYPRMF
000920     RECORDING MODE IS F.
000930     COPY "Levy_Param.cpy".
000940 FD  ODINTPRM
000950     RECORDING MODE IS F.
000960     COPY "Overdraft_Interest_Param.cpy".
000962 FD  PDATPRMF
000964     RECORDING MODE IS F.
000966     COPY "Personal_Data_Param.cpy".
000970 FD  QAGELIMF
000980     RECORDING MODE IS F.
000990     COPY "Queue_Age_Limit.cpy".
001000 FD  RPTTHRF
001010     RECORDING MODE IS F.
001020     COPY "Reporting_Threshold.cpy".
001030 FD  RSPDICTF
001040     RECORDING MODE IS F.
001050     COPY "Response_Disposition.cpy".
001052 FD  SFWDPRMF
001054     RECORDING MODE IS F.
001056     COPY "Send_Forward_Param.cpy".
001060 FD  TARIFF
001070     RECORDING MODE IS F.
001080     COPY "Tariff_Table.cpy".
001090 FD  PUBRPT
001100     RECORDING MODE IS F.
001110 01  PUBRPT-RECORD                PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 01  T4-CTHISTF-STATUS            PIC X(002) VALUE '00'.
001140     88 T4-CTHISTF-OK                        VALUE '00'.
001145     88 T4-CTHISTF-NOT-THERE                 VALUE '35'.
001150 01  T4-TABLE-STATUS              PIC X(002) VALUE '00'.
001160     88 T4-TABLE-OK                          VALUE '00'.
001170 01  T4-PUBRPT-STATUS             PIC X(002) VALUE '00'.
001180 01  T4-SWITCHES.
001190     05 T4-CTHISTF-EOF-SW         PIC X(001) VALUE 'N'.
001200        88 T4-CTHISTF-EOF                    VALUE 'Y'.
001210     05 T4-TABLE-FOUND-SW         PIC X(001) VALUE 'N'.
001220        88 T4-TABLE-FOUND                    VALUE 'Y'.
001230     05 T4-TABLE-OPEN-SW          PIC X(001) VALUE 'N'.
001240        88 T4-TABLE-OPEN                     VALUE 'Y'.
001250     05 T4-HELD-SW                PIC X(001) VALUE 'N'.
001260        88 T4-HELD                           VALUE 'Y'.
001270     05 T4-ANOMALY-SW             PIC X(001) VALUE 'N'.
001280        88 T4-ANOMALY                        VALUE 'Y'.
001283     05 T4-LIVE-EOF-SW            PIC X(001) VALUE 'N'.
001286        88 T4-LIVE-EOF                       VALUE 'Y'.
001290 01  T4-RUN-DATE                  PIC 9(008) VALUE ZERO.
001300 01  T4-BUSINESS-DATE             PIC 9(008) VALUE ZERO.
001310 01  T4-CURRENT-TABLE             PIC X(008) VALUE SPACES.
001320 01  T4-CURRENT-SUB               PIC 9(004) COMP VALUE ZERO.
001330 01  T4-CURRENT-TABLE-KEY         PIC X(038) VALUE SPACES.
001340 01  T4-PREVIOUS-SORT-KEY         PIC X(060) VALUE LOW-VALUES.
001350 01  T4-HELD-ACTION               PIC X(001) VALUE SPACES.
001360     88 T4-HELD-DELETED                      VALUE 'D'.
001370 01  T4-HELD-IMAGE                PIC X(200) VALUE SPACES.
001372 01  T4-SURVEY-SUB                PIC 9(004) COMP VALUE ZERO.
001374 01  T4-SURVEY-TABLE              PIC X(008) VALUE SPACES.
001376 01  T4-SURVEY-TABLE-KEY          PIC X(038) VALUE SPACES.
001378 01  T4-LIVE-ROWS                 PIC 9(007) VALUE ZERO.
001380 01  T4-COUNTERS.
001390     05 T4-VERSIONS-READ          PIC 9(007) VALUE ZERO.
001400     05 T4-VERSIONS-SKIPPED       PIC 9(007) VALUE ZERO.
001410     05 T4-ROWS-WRITTEN           PIC 9(007) VALUE ZERO.
001420*    ONE SLOT PER REGISTRY ENTRY, IN REGISTRY ORDER.  STATE IS
001424*    N (NO HISTORY), F (FUTURE VERSIONS ONLY), P (PUBLISHED) OR
001428*    R (REFUSED, HISTORY SHORT OF THE PUBLISHED DATASET).  THE
001432*    KEYS IN FORCE COUNT EVERY ROW KEY WITH A VERSION EFFECTIVE
001436*    BY THE BUSINESS DATE, DELETES INCLUDED.
001440 01  T4-PUBLICATION-TABLE.
001450     05 T4-PUB-ENTRY OCCURS 12 TIMES
001460        INDEXED BY T4-PUB-IDX.
001470        10 T4-PUB-STATE           PIC X(001).
001480           88 T4-PUB-NO-HISTORY              VALUE 'N'.
001490           88 T4-PUB-FUTURE-ONLY             VALUE 'F'.
001500           88 T4-PUB-PUBLISHED               VALUE 'P'.
001505           88 T4-PUB-REFUSED                 VALUE 'R'.
001510        10 T4-PUB-ROWS            PIC 9(007).
001515        10 T4-PUB-KEYS-IN-FORCE   PIC 9(007).
001520        10 T4-PUB-DELETED         PIC 9(007).
001530 01  T4-HEADING-LINE.
001540     05 FILLER                    PIC X(040)
001550            VALUE 'CONTROL TABLE PUBLICATION              '.
001560     05 FILLER                    PIC X(015)
001570            VALUE 'BUSINESS DATE: '.
001580     05 T4-HDG-DATE               PIC 9(008).
001590     05 FILLER                    PIC X(069) VALUE SPACES.
001600 01  T4-COLUMN-LINE.
001610     05 FILLER                    PIC X(040)
001620            VALUE 'TABLE      ROWS OUT        DELETED      '.
001630     05 FILLER                    PIC X(040)
001640            VALUE 'RESULT                                  '.
001650     05 FILLER                    PIC X(052) VALUE SPACES.
001660 01  T4-DETAIL-LINE.
001670     05 T4-DTL-TABLE-ID           PIC X(008).
001680     05 FILLER                    PIC X(004) VALUE SPACES.
001690     05 T4-DTL-ROWS               PIC ZZZZZZ9.
001700     05 FILLER                    PIC X(008) VALUE SPACES.
001710     05 T4-DTL-DELETED            PIC ZZZZZZ9.
001720     05 FILLER                    PIC X(006) VALUE SPACES.
001730     05 T4-DTL-RESULT             PIC X(040).
001740     05 FILLER                    PIC X(052) VALUE SPACES.
001750 01  T4-TOTAL-LINE.
001760     05 FILLER                    PIC X(016)
001770            VALUE 'VERSIONS READ   '.
001780     05 T4-TOT-READ               PIC ZZZZZZ9.
001790     05 FILLER                    PIC X(019)
001800            VALUE '  VERSIONS SKIPPED '.
001810     05 T4-TOT-SKIPPED            PIC ZZZZZZ9.
001820     05 FILLER                    PIC X(017)
001830            VALUE '  ROWS PUBLISHED '.
001840     05 T4-TOT-WRITTEN            PIC ZZZZZZ9.
001850     05 FILLER                    PIC X(059) VALUE SPACES.
001860 COPY "Control_Table_Registry.cpy".
001870 COPY "Business_Date_Service.cpy".
001880 COPY "Run_Statistics.cpy".
001890 PROCEDURE DIVISION.
001900*-----------------------------------------------------------------
001910 0000-MAINLINE.
001920*-----------------------------------------------------------------
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-PROCESS-VERSION THRU 2000-EXIT
001950         UNTIL T4-CTHISTF-EOF.
001960     PERFORM 3000-PUBLISH-HELD-ROW THRU 3000-EXIT.
001970     PERFORM 4000-CLOSE-TABLE THRU 4000-EXIT.
001980     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
001990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002000     STOP RUN.
002010*-----------------------------------------------------------------
002020 1000-INITIALIZE.
002030*-----------------------------------------------------------------
002040     ACCEPT T4-RUN-DATE FROM DATE YYYYMMDD.
002050     MOVE T4-RUN-DATE TO T4-BUSINESS-DATE.
002060     MOVE SPACES TO BUSINESS-DATE-AREA.
002070     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002080     EVALUATE TRUE
002090         WHEN BDS-OK
002100             MOVE BDS-BUSINESS-DATE TO T4-BUSINESS-DATE
002110         WHEN BDS-NOT-STARTED
002120             DISPLAY 'ESB114P: BUSINESS DATE NOT STARTED -'
002130                 ' RUN REFUSED'
002140             MOVE 8 TO RETURN-CODE
002150             STOP RUN
002160         WHEN OTHER
002170             CONTINUE
002180     END-EVALUATE.
002190     ACCEPT RST-START-TIME FROM TIME.
002200     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002210                  RST-REJECT-COUNT.
002220     SET T4-PUB-IDX TO 1.
002230     PERFORM 1100-CLEAR-PUBLICATION THRU 1100-EXIT
002240         UNTIL T4-PUB-IDX > CTR-TABLE-COUNT.
002250     OPEN OUTPUT PUBRPT.
002260     OPEN INPUT CTHISTF.
002270     IF T4-CTHISTF-OK
002280         PERFORM 9100-READ-CTHISTF THRU 9100-EXIT
002281         PERFORM 1500-SURVEY-VERSION THRU 1500-EXIT
002282             UNTIL T4-CTHISTF-EOF
002283         CLOSE CTHISTF
002284         SET T4-PUB-IDX TO 1
002285         PERFORM 1600-CHECK-LIVE-TABLE THRU 1600-EXIT
002286             UNTIL T4-PUB-IDX > CTR-TABLE-COUNT
002287         MOVE LOW-VALUES TO T4-PREVIOUS-SORT-KEY
002288         MOVE 'N' TO T4-CTHISTF-EOF-SW
002289         OPEN INPUT CTHISTF
002290     END-IF.
002291     IF T4-CTHISTF-OK
002292         PERFORM 9100-READ-CTHISTF THRU 9100-EXIT
002293         GO TO 1000-EXIT
002295     END-IF.
002300     DISPLAY 'ESB114P: UNABLE TO OPEN CTHISTF '
002310         T4-CTHISTF-STATUS.
002320     SET T4-CTHISTF-EOF TO TRUE.
002321*    NO HISTORY YET IS A CLEAN FIRST RUN.  ANY OTHER FAILURE WOULD
002322*    PUBLISH EMPTY TABLES, SO THE RUN IS REFUSED.
002323     IF NOT T4-CTHISTF-NOT-THERE
002324         DISPLAY 'ESB114P: CONTROL TABLES NOT PUBLISHED -'
002325             ' RUN REFUSED'
002326         MOVE 8 TO RETURN-CODE
002327         STOP RUN
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370 1100-CLEAR-PUBLICATION.
002380*-----------------------------------------------------------------
002390     MOVE 'N' TO T4-PUB-STATE (T4-PUB-IDX).
002400     MOVE ZERO TO T4-PUB-ROWS (T4-PUB-IDX)
002406                  T4-PUB-DELETED (T4-PUB-IDX)
002412                  T4-PUB-KEYS-IN-FORCE (T4-PUB-IDX).
002420     SET T4-PUB-IDX UP BY 1.
002430 1100-EXIT.
002431     EXIT.
002432*-----------------------------------------------------------------
002433 1500-SURVEY-VERSION.
002434*-----------------------------------------------------------------
002435*    COUNTS THE ROW KEYS IN FORCE PER TABLE ON THE SAME TERMS AS
002436*    THE PUBLISHING PASS.  OUT-OF-SEQUENCE VERSIONS AND TABLES
002437*    NOT ON THE REGISTRY ARE REPORTED BY THAT PASS.
002438     IF CTH-SORT-KEY NOT > T4-PREVIOUS-SORT-KEY
002439         GO TO 1500-NEXT-VERSION
002440     END-IF.
002441     MOVE CTH-SORT-KEY TO T4-PREVIOUS-SORT-KEY.
002442     IF CTH-TABLE-ID NOT = T4-SURVEY-TABLE
002443         PERFORM 1510-SURVEY-TABLE THRU 1510-EXIT
002444     END-IF.
002445     IF T4-SURVEY-SUB = ZERO
002446         GO TO 1500-NEXT-VERSION
002447     END-IF.
002448     IF CTH-EFFECTIVE-DATE NOT > T4-BUSINESS-DATE
002449        AND CTH-SORT-KEY (1:38) NOT = T4-SURVEY-TABLE-KEY
002450         MOVE CTH-SORT-KEY (1:38) TO T4-SURVEY-TABLE-KEY
002451         ADD 1 TO T4-PUB-KEYS-IN-FORCE (T4-SURVEY-SUB)
002452     END-IF.
002453 1500-NEXT-VERSION.
002454     PERFORM 9100-READ-CTHISTF THRU 9100-EXIT.
002455 1500-EXIT.
002456     EXIT.
002457*-----------------------------------------------------------------
002458 1510-SURVEY-TABLE.
002459*-----------------------------------------------------------------
002460     MOVE CTH-TABLE-ID TO T4-SURVEY-TABLE.
002461     MOVE SPACES TO T4-SURVEY-TABLE-KEY.
002462     MOVE ZERO TO T4-SURVEY-SUB.
002463     MOVE 'N' TO T4-TABLE-FOUND-SW.
002464     SET CTR-IDX TO 1.
002465     PERFORM 2110-SCAN-REGISTRY THRU 2110-EXIT
002466         UNTIL CTR-IDX > CTR-TABLE-COUNT
002467            OR T4-TABLE-FOUND.
002468     IF T4-TABLE-FOUND
002469         SET T4-SURVEY-SUB TO CTR-IDX
002470     END-IF.
002471 1510-EXIT.
002472     EXIT.
002473*-----------------------------------------------------------------
002474 1600-CHECK-LIVE-TABLE.
002475*-----------------------------------------------------------------
002476*    A TABLE WITH ROWS IN FORCE IS REBUILT FROM THE HISTORY ALONE.
002477*    IF ITS PUBLISHED DATASET HOLDS MORE ROWS THAN THE HISTORY
002478*    HAS KEYS IN FORCE, THE REST WERE NEVER TAKEN ON AND WOULD BE
002479*    LOST, SO THE TABLE IS LEFT AS IT IS.
002480     IF T4-PUB-KEYS-IN-FORCE (T4-PUB-IDX) = ZERO
002481         GO TO 1600-NEXT-TABLE
002482     END-IF.
002483     SET CTR-IDX TO T4-PUB-IDX.
002484     MOVE CTR-TABLE-ID (CTR-IDX) TO T4-CURRENT-TABLE.
002485     PERFORM 1610-COUNT-LIVE-ROWS THRU 1610-EXIT.
002486     IF T4-LIVE-ROWS > T4-PUB-KEYS-IN-FORCE (T4-PUB-IDX)
002487         DISPLAY 'ESB114P: ' T4-CURRENT-TABLE ' HOLDS '
002488             T4-LIVE-ROWS ' ROWS, HISTORY '
002489             T4-PUB-KEYS-IN-FORCE (T4-PUB-IDX) ' - NOT PUBLISHED'
002490         SET T4-PUB-REFUSED (T4-PUB-IDX) TO TRUE
002491         SET T4-ANOMALY TO TRUE
002492     END-IF.
002493 1600-NEXT-TABLE.
002494     MOVE SPACES TO T4-CURRENT-TABLE.
002495     SET T4-PUB-IDX UP BY 1.
002496 1600-EXIT.
002497     EXIT.
002498*-----------------------------------------------------------------
002499 1610-COUNT-LIVE-ROWS.
002500*-----------------------------------------------------------------
002501*    A DATASET NOT YET CATALOGUED HAS NO ROWS TO LOSE.  ONE THAT
002502*    CANNOT BE READ IS TAKEN AS HOLDING MORE THAN ANY HISTORY.
002503     MOVE ZERO TO T4-LIVE-ROWS.
002504     MOVE 'N' TO T4-LIVE-EOF-SW.
002505     EVALUATE T4-CURRENT-TABLE
002506         WHEN 'ACCTLIMF'
002507             OPEN INPUT ACCTLIMF
002508         WHEN 'AUTHLIMF'
002509             OPEN INPUT AUTHLIMF
002510         WHEN 'EQAVAILF'
002511             OPEN INPUT EQAVAILF
002512         WHEN 'HDRPARMF'
002513             OPEN INPUT HDRPARMF
002514         WHEN 'LEVYPRMF'
002515             OPEN INPUT LEVYPRMF
002516         WHEN 'ODINTPRM'
002517             OPEN INPUT ODINTPRM
002518         WHEN 'PDATPRMF'
002519             OPEN INPUT PDATPRMF
002520         WHEN 'QAGELIMF'
002521             OPEN INPUT QAGELIMF
002522         WHEN 'RPTTHRF '
002523             OPEN INPUT RPTTHRF
002524         WHEN 'RSPDICTF'
002525             OPEN INPUT RSPDICTF
002526         WHEN 'SFWDPRMF'
002527             OPEN INPUT SFWDPRMF
002528         WHEN 'TARIFF  '
002529             OPEN INPUT TARIFF
002530     END-EVALUATE.
002531     IF T4-TABLE-STATUS = '35'
002532         GO TO 1610-EXIT
002533     END-IF.
002534     IF NOT T4-TABLE-OK
002535         DISPLAY 'ESB114P: UNABLE TO READ ' T4-CURRENT-TABLE
002536             ' ' T4-TABLE-STATUS
002537         MOVE 9999999 TO T4-LIVE-ROWS
002538         GO TO 1610-EXIT
002539     END-IF.
002540     PERFORM 1620-READ-LIVE-ROW THRU 1620-EXIT
002541         UNTIL T4-LIVE-EOF.
002542     PERFORM 4100-CLOSE-BY-NAME THRU 4100-EXIT.
002543 1610-EXIT.
002544     EXIT.
002545*-----------------------------------------------------------------
002546 1620-READ-LIVE-ROW.
002547*-----------------------------------------------------------------
002548     EVALUATE T4-CURRENT-TABLE
002549         WHEN 'ACCTLIMF'
002550             READ ACCTLIMF
002551                 AT END SET T4-LIVE-EOF TO TRUE
002552             END-READ
002553         WHEN 'AUTHLIMF'
002554             READ AUTHLIMF
002555                 AT END SET T4-LIVE-EOF TO TRUE
002556             END-READ
002557         WHEN 'EQAVAILF'
002558             READ EQAVAILF
002559                 AT END SET T4-LIVE-EOF TO TRUE
002560             END-READ
002561         WHEN 'HDRPARMF'
002562             READ HDRPARMF
002563                 AT END SET T4-LIVE-EOF TO TRUE
002564             END-READ
002565         WHEN 'LEVYPRMF'
002566             READ LEVYPRMF
002567                 AT END SET T4-LIVE-EOF TO TRUE
002568             END-READ
002569         WHEN 'ODINTPRM'
002570             READ ODINTPRM
002571                 AT END SET T4-LIVE-EOF TO TRUE
002572             END-READ
002573         WHEN 'PDATPRMF'
002574             READ PDATPRMF
002575                 AT END SET T4-LIVE-EOF TO TRUE
002576             END-READ
002577         WHEN 'QAGELIMF'
002578             READ QAGELIMF
002579                 AT END SET T4-LIVE-EOF TO TRUE
002580             END-READ
002581         WHEN 'RPTTHRF '
002582             READ RPTTHRF
002583                 AT END SET T4-LIVE-EOF TO TRUE
002584             END-READ
002585         WHEN 'RSPDICTF'
002586             READ RSPDICTF
002587                 AT END SET T4-LIVE-EOF TO TRUE
002588             END-READ
002589         WHEN 'SFWDPRMF'
002590             READ SFWDPRMF
002591                 AT END SET T4-LIVE-EOF TO TRUE
002592             END-READ
002593         WHEN 'TARIFF  '
002594             READ TARIFF
002595                 AT END SET T4-LIVE-EOF TO TRUE
002596             END-READ
002597     END-EVALUATE.
002598     IF NOT T4-LIVE-EOF
002599         ADD 1 TO T4-LIVE-ROWS
002600     END-IF.
002601 1620-EXIT.
002602     EXIT.
002603*-----------------------------------------------------------------
002604 2000-PROCESS-VERSION.
002605*-----------------------------------------------------------------
002606     ADD 1 TO T4-VERSIONS-READ.
002607     ADD 1 TO RST-RECORDS-IN.
002608     IF CTH-SORT-KEY NOT > T4-PREVIOUS-SORT-KEY
002609         DISPLAY 'ESB114P: HISTORY OUT OF SEQUENCE, SKIPPED '
002610             CTH-CHANGE-REF
002611         SET T4-ANOMALY TO TRUE
002612         GO TO 2900-SKIP-VERSION
002613     END-IF.
002614     MOVE CTH-SORT-KEY TO T4-PREVIOUS-SORT-KEY.
002615     IF CTH-TABLE-ID NOT = T4-CURRENT-TABLE
002616         PERFORM 3000-PUBLISH-HELD-ROW THRU 3000-EXIT
002617         PERFORM 4000-CLOSE-TABLE THRU 4000-EXIT
002618         PERFORM 2100-START-TABLE THRU 2100-EXIT
002619     END-IF.
002620     IF T4-CURRENT-SUB = ZERO
002630         GO TO 2900-SKIP-VERSION
002640     END-IF.
002650     IF CTH-SORT-KEY (1:38) NOT = T4-CURRENT-TABLE-KEY
002660         PERFORM 3000-PUBLISH-HELD-ROW THRU 3000-EXIT
002670         MOVE CTH-SORT-KEY (1:38) TO T4-CURRENT-TABLE-KEY
002680     END-IF.
002690*    VERSIONS ARRIVE IN DATE ORDER, SO THE LAST ONE HELD FOR A
002700*    KEY IS THE ONE IN FORCE.  LATER-DATED VERSIONS WAIT.
002710     IF CTH-EFFECTIVE-DATE NOT > T4-BUSINESS-DATE
002720         SET T4-HELD TO TRUE
002730         MOVE CTH-ACTION TO T4-HELD-ACTION
002740         MOVE CTH-ROW-IMAGE TO T4-HELD-IMAGE
002750     END-IF.
002760     GO TO 2990-NEXT-VERSION.
002770 2900-SKIP-VERSION.
002780     ADD 1 TO T4-VERSIONS-SKIPPED.
002790     ADD 1 TO RST-REJECT-COUNT.
002800 2990-NEXT-VERSION.
002810     PERFORM 9100-READ-CTHISTF THRU 9100-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850 2100-START-TABLE.
002860*-----------------------------------------------------------------
002870     MOVE CTH-TABLE-ID TO T4-CURRENT-TABLE.
002880     MOVE SPACES TO T4-CURRENT-TABLE-KEY.
002890     MOVE ZERO TO T4-CURRENT-SUB.
002900     MOVE 'N' TO T4-TABLE-FOUND-SW.
002910     SET CTR-IDX TO 1.
002920     PERFORM 2110-SCAN-REGISTRY THRU 2110-EXIT
002930         UNTIL CTR-IDX > CTR-TABLE-COUNT
002940            OR T4-TABLE-FOUND.
002950     IF NOT T4-TABLE-FOUND
002960         DISPLAY 'ESB114P: TABLE NOT ON REGISTRY, SKIPPED '
002970             CTH-TABLE-ID
002980         SET T4-ANOMALY TO TRUE
002990         GO TO 2100-EXIT
003000     END-IF.
003010     SET T4-CURRENT-SUB TO CTR-IDX.
003015     IF NOT T4-PUB-REFUSED (T4-CURRENT-SUB)
003020         SET T4-PUB-FUTURE-ONLY (T4-CURRENT-SUB) TO TRUE
003025     END-IF.
003030 2100-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------------
003060 2110-SCAN-REGISTRY.
003070*-----------------------------------------------------------------
003080     IF CTR-TABLE-ID (CTR-IDX) = CTH-TABLE-ID
003090         SET T4-TABLE-FOUND TO TRUE
003100     ELSE
003110         SET CTR-IDX UP BY 1
003120     END-IF.
003130 2110-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 3000-PUBLISH-HELD-ROW.
003170*-----------------------------------------------------------------
003180*    THE FIRST KEY WITH A VERSION IN FORCE OPENS THE TABLE FOR
003190*    REBUILDING, EVEN WHEN THAT VERSION IS A DELETE.
003200     IF NOT T4-HELD
003210         GO TO 3000-EXIT
003220     END-IF.
003230     MOVE 'N' TO T4-HELD-SW.
003232     IF T4-PUB-REFUSED (T4-CURRENT-SUB)
003234         GO TO 3000-EXIT
003236     END-IF.
003240     IF NOT T4-TABLE-OPEN
003250         PERFORM 3100-OPEN-TABLE THRU 3100-EXIT
003260     END-IF.
003270     IF T4-HELD-DELETED
003280         ADD 1 TO T4-PUB-DELETED (T4-CURRENT-SUB)
003290         GO TO 3000-EXIT
003300     END-IF.
003310     EVALUATE T4-CURRENT-TABLE
003320         WHEN 'ACCTLIMF'
003330             MOVE T4-HELD-IMAGE TO ACCOUNT-LIMIT-RECORD
003340             WRITE ACCOUNT-LIMIT-RECORD
003350         WHEN 'AUTHLIMF'
003360             MOVE T4-HELD-IMAGE TO AUTH-LIMIT-RECORD
003370             WRITE AUTH-LIMIT-RECORD
003372         WHEN 'EQAVAILF'
003374             MOVE T4-HELD-IMAGE TO EQUATION-AVAILABILITY-RECORD
003376             WRITE EQUATION-AVAILABILITY-RECORD
003380         WHEN 'HDRPARMF'
003390             MOVE T4-HELD-IMAGE TO HEADER-PARAM-RECORD
003400             WRITE HEADER-PARAM-RECORD
003410         WHEN 'LEVYPRMF'
003420             MOVE T4-HELD-IMAGE TO LEVY-PARAM-RECORD
003430             WRITE LEVY-PARAM-RECORD
003440         WHEN 'ODINTPRM'
003450             MOVE T4-HELD-IMAGE TO OVERDRAFT-INTEREST-PARAM-RECORD
003460             WRITE OVERDRAFT-INTEREST-PARAM-RECORD
003462         WHEN 'PDATPRMF'
003464             MOVE T4-HELD-IMAGE TO PERSONAL-DATA-PARAM-RECORD
003466             WRITE PERSONAL-DATA-PARAM-RECORD
003470         WHEN 'QAGELIMF'
003480             MOVE T4-HELD-IMAGE TO QUEUE-AGE-LIMIT-RECORD
003490             WRITE QUEUE-AGE-LIMIT-RECORD
003500         WHEN 'RPTTHRF '
003510             MOVE T4-HELD-IMAGE TO REPORTING-THRESHOLD-RECORD
003520             WRITE REPORTING-THRESHOLD-RECORD
003530         WHEN 'RSPDICTF'
003540             MOVE T4-HELD-IMAGE TO RESPONSE-DISPOSITION-RECORD
003550             WRITE RESPONSE-DISPOSITION-RECORD
003552         WHEN 'SFWDPRMF'
003554             MOVE T4-HELD-IMAGE TO SEND-FORWARD-PARAM-RECORD
003556             WRITE SEND-FORWARD-PARAM-RECORD
003560         WHEN 'TARIFF  '
003570             MOVE T4-HELD-IMAGE TO TARIFF-TABLE-RECORD
003580             WRITE TARIFF-TABLE-RECORD
003590     END-EVALUATE.
003600     ADD 1 TO T4-PUB-ROWS (T4-CURRENT-SUB).
003610     ADD 1 TO T4-ROWS-WRITTEN.
003620     ADD 1 TO RST-RECORDS-OUT.
003630 3000-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660 3100-OPEN-TABLE.
003670*-----------------------------------------------------------------
003680     EVALUATE T4-CURRENT-TABLE
003690         WHEN 'ACCTLIMF'
003700             OPEN OUTPUT ACCTLIMF
003710         WHEN 'AUTHLIMF'
003720             OPEN OUTPUT AUTHLIMF
003722         WHEN 'EQAVAILF'
003724             OPEN OUTPUT EQAVAILF
003730         WHEN 'HDRPARMF'
003740             OPEN OUTPUT HDRPARMF
003750         WHEN 'LEVYPRMF'
003760             OPEN OUTPUT LEVYPRMF
003770         WHEN 'ODINTPRM'
003780             OPEN OUTPUT ODINTPRM
003782         WHEN 'PDATPRMF'
003784             OPEN OUTPUT PDATPRMF
003790         WHEN 'QAGELIMF'
003800             OPEN OUTPUT QAGELIMF
003810         WHEN 'RPTTHRF '
003820             OPEN OUTPUT RPTTHRF
003830         WHEN 'RSPDICTF'
003840             OPEN OUTPUT RSPDICTF
003842         WHEN 'SFWDPRMF'
003844             OPEN OUTPUT SFWDPRMF
003850         WHEN 'TARIFF  '
003860             OPEN OUTPUT TARIFF
003870     END-EVALUATE.
003880     IF NOT T4-TABLE-OK
003890         DISPLAY 'ESB114P: UNABLE TO OPEN ' T4-CURRENT-TABLE
003900             ' ' T4-TABLE-STATUS
003910         MOVE T4-TABLE-STATUS TO RST-WORST-STATUS
003920         MOVE 12 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     SET T4-TABLE-OPEN TO TRUE.
003960     SET T4-PUB-PUBLISHED (T4-CURRENT-SUB) TO TRUE.
003970 3100-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000 4000-CLOSE-TABLE.
004010*-----------------------------------------------------------------
004020     IF NOT T4-TABLE-OPEN
004030         GO TO 4000-EXIT
004040     END-IF.
004041     PERFORM 4100-CLOSE-BY-NAME THRU 4100-EXIT.
004042     MOVE 'N' TO T4-TABLE-OPEN-SW.
004043 4000-EXIT.
004044     EXIT.
004045*-----------------------------------------------------------------
004046 4100-CLOSE-BY-NAME.
004047*-----------------------------------------------------------------
004050     EVALUATE T4-CURRENT-TABLE
004060         WHEN 'ACCTLIMF'
004070             CLOSE ACCTLIMF
004080         WHEN 'AUTHLIMF'
004090             CLOSE AUTHLIMF
004092         WHEN 'EQAVAILF'
004094             CLOSE EQAVAILF
004100         WHEN 'HDRPARMF'
004110             CLOSE HDRPARMF
004120         WHEN 'LEVYPRMF'
004130             CLOSE LEVYPRMF
004140         WHEN 'ODINTPRM'
004150             CLOSE ODINTPRM
004152         WHEN 'PDATPRMF'
004154             CLOSE PDATPRMF
004160         WHEN 'QAGELIMF'
004170             CLOSE QAGELIMF
004180         WHEN 'RPTTHRF '
004190             CLOSE RPTTHRF
004200         WHEN 'RSPDICTF'
004210             CLOSE RSPDICTF
004212         WHEN 'SFWDPRMF'
004214             CLOSE SFWDPRMF
004220         WHEN 'TARIFF  '
004230             CLOSE TARIFF
004240     END-EVALUATE.
004250 4100-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290 6000-PRINT-REPORT.
004300*-----------------------------------------------------------------
004310     MOVE T4-BUSINESS-DATE TO T4-HDG-DATE.
004320     MOVE T4-HEADING-LINE TO PUBRPT-RECORD.
004330     WRITE PUBRPT-RECORD.
004340     MOVE T4-COLUMN-LINE TO PUBRPT-RECORD.
004350     WRITE PUBRPT-RECORD.
004360     SET T4-PUB-IDX TO 1.
004370     PERFORM 6100-PRINT-TABLE THRU 6100-EXIT
004380         UNTIL T4-PUB-IDX > CTR-TABLE-COUNT.
004390     MOVE T4-VERSIONS-READ TO T4-TOT-READ.
004400     MOVE T4-VERSIONS-SKIPPED TO T4-TOT-SKIPPED.
004410     MOVE T4-ROWS-WRITTEN TO T4-TOT-WRITTEN.
004420     MOVE T4-TOTAL-LINE TO PUBRPT-RECORD.
004430     WRITE PUBRPT-RECORD.
004440 6000-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 6100-PRINT-TABLE.
004480*-----------------------------------------------------------------
004490     SET CTR-IDX TO T4-PUB-IDX.
004500     MOVE CTR-TABLE-ID (CTR-IDX) TO T4-DTL-TABLE-ID.
004510     MOVE T4-PUB-ROWS (T4-PUB-IDX) TO T4-DTL-ROWS.
004520     MOVE T4-PUB-DELETED (T4-PUB-IDX) TO T4-DTL-DELETED.
004530     EVALUATE TRUE
004540         WHEN T4-PUB-PUBLISHED (T4-PUB-IDX)
004550             MOVE 'REBUILT FROM HISTORY' TO T4-DTL-RESULT
004552         WHEN T4-PUB-REFUSED (T4-PUB-IDX)
004554             MOVE 'HISTORY SHORT OF LIVE ROWS - LEFT AS IS'
004556                 TO T4-DTL-RESULT
004560         WHEN T4-PUB-FUTURE-ONLY (T4-PUB-IDX)
004570             MOVE 'NOTHING IN FORCE YET - LEFT AS IS'
004580                 TO T4-DTL-RESULT
004590         WHEN OTHER
004600             MOVE 'NOT UNDER MAINTENANCE - LEFT AS IS'
004610                 TO T4-DTL-RESULT
004620     END-EVALUATE.
004630     MOVE T4-DETAIL-LINE TO PUBRPT-RECORD.
004640     WRITE PUBRPT-RECORD.
004650     SET T4-PUB-IDX UP BY 1.
004660 6100-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690 8000-TERMINATE.
004700*-----------------------------------------------------------------
004710     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
004720     CLOSE CTHISTF.
004730     CLOSE PUBRPT.
004740     DISPLAY 'ESB114P: VERSIONS READ ' T4-VERSIONS-READ
004750         ' ROWS PUBLISHED ' T4-ROWS-WRITTEN
004760         ' SKIPPED ' T4-VERSIONS-SKIPPED.
004770     IF T4-ANOMALY
004780         MOVE 4 TO RETURN-CODE
004790     END-IF.
004800 8000-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830 9100-READ-CTHISTF.
004840*-----------------------------------------------------------------
004850     READ CTHISTF
004860         AT END
004870             SET T4-CTHISTF-EOF TO TRUE
004880     END-READ.
004890 9100-EXIT.
004900     EXIT.
004910*-----------------------------------------------------------------
004920 9900-WRITE-RUN-STATS.
004930*-----------------------------------------------------------------
004940     MOVE 'ESB114P' TO RST-PROGRAM-ID.
004950     MOVE T4-BUSINESS-DATE TO RST-BUSINESS-DATE.
004960     ACCEPT RST-END-TIME FROM TIME.
004970     MOVE T4-CTHISTF-STATUS TO RST-WORST-STATUS.
004980     IF T4-CTHISTF-STATUS = '10'
004990         MOVE '00' TO RST-WORST-STATUS
005000     END-IF.
005010     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
005020 9900-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050 9999-EXIT.
005060*-----------------------------------------------------------------
005070     EXIT.
