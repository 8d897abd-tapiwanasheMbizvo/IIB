000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB105N
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    CUSTOMER ALERT FEED.  ACCOUNTS SUBSCRIBED ON ALSUBF (ONE
000200*    RECORD PER ACCOUNT TRIPLE, WITH THE CHANNEL, THE CONTACT AND
000210*    THE ALERTS WANTED) ARE ALERTED THROUGH THE MESSAGING GATEWAY
000220*    BY ONE ALERTF RECORD PER TRIGGERING EVENT:
000230*      DR  A CONFIRMED DEBIT (LEG 1) OVER THE CUSTOMER'S AMOUNT,
000240*      CR  ANY CONFIRMED CREDIT (LEG 2),
000250*      HP  A HOLD PLACED, FROM THE LOGGED HOLD RESPONSES,
000260*      HR  A HOLD RELEASED, FROM THE RELEASE RESPONSES (HOLDRELF),
000270*      LB  THE BALANCE ON THE BALANCE-ENQUIRY SNAPSHOT FALLING
000280*          BELOW THE CUSTOMER'S FLOOR.  THE ALERT IS RAISED ONCE
000290*          AND RE-ARMS WHEN THE BALANCE RECOVERS.
000300*    THE LOGGED STREAMS ARE TAKEN ONCE ONLY BY CARRYING THE LAST
000310*    CAPTURE STAMP SWEPT, AND HOLDRELF BY CARRYING THE NUMBER OF
000320*    RELEASES TAKEN FOR THE BUSINESS DATE, ON THE CONTROL RECORD
000330*    OF THE ALERT CONTROL FILE (ALCOLDF TO ALCNEWF), SO THE SAME
000340*    PROGRAM SERVES BOTH THE NIGHTLY AND THE INTRADAY RUNS.
000350*    THE ACCOUNT NUMBER IS ALWAYS MASKED ON THE ALERT.
000360*    THE GATEWAY'S DELIVERY STATUS FILE (ALDLVF) IS TAKEN BACK
000370*    THE SAME WAY, BY ITS STATUS STAMP.  THE REPORT SHOWS THE
000380*    ALERTS RAISED, THE BUSINESS DATE'S ALERTS SENT, DELIVERED
000390*    AND FAILED PER CHANNEL, AND THE CUSTOMERS WHOSE CONTACT HAS
000400*    FAILED N5-FAILURE-LIMIT TIMES RUNNING FOR THE BRANCHES TO
000410*    UPDATE.  A DELIVERY CLEARS THE CUSTOMER'S FAILURE COUNT.
000416*    A TABLE TOO SMALL FOR ITS FILE STOPS THE RUN WITH RETURN
000422*    CODE 8 BEFORE THE NEW CONTROL FILE IS WRITTEN.
000430*-----------------------------------------------------------------
000440* MODIFICATION HISTORY.
000450*    15-OCT-2026  TC   INITIAL VERSION.
000460******************************************************************
000470 PROGRAM-ID. ESB105N.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-ZSERIES.
000510 OBJECT-COMPUTER. IBM-ZSERIES.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ALSUBF   ASSIGN TO ALSUBF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS N5-ALSUBF-STATUS.
000570     SELECT ALCOLDF  ASSIGN TO ALCOLDF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS N5-ALCOLDF-STATUS.
000600     SELECT LOGGERSF ASSIGN TO LOGGERSF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS LSR-STORE-KEY
000640         FILE STATUS IS N5-LOGGERSF-STATUS.
000650     SELECT HOLDRELF ASSIGN TO HOLDRELF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS N5-HOLDRELF-STATUS.
000680     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS N5-CUSTSNPF-STATUS.
000710     SELECT ALDLVF   ASSIGN TO ALDLVF
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS N5-ALDLVF-STATUS.
000740     SELECT ALERTF   ASSIGN TO ALERTF
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS N5-ALERTF-STATUS.
000770     SELECT ALCNEWF  ASSIGN TO ALCNEWF
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS N5-ALCNEWF-STATUS.
000800     SELECT ALRRPT   ASSIGN TO ALRRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS N5-ALRRPT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ALSUBF
000860     RECORDING MODE IS F.
000870     COPY "Alert_Subscription.cpy".
000880 FD  ALCOLDF
000890     RECORDING MODE IS F.
000900     COPY "Alert_Control.cpy".
000910 FD  LOGGERSF
000920     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000930         DEPENDING ON N5-LSF-RECLEN.
000940     COPY "Logger_Store_Record.cpy".
000950 FD  HOLDRELF
000960     RECORDING MODE IS F.
000970     COPY "EQ_HOLD_REL.cpy".
000980 FD  CUSTSNPF
000990     RECORDING MODE IS F.
001000     COPY "Customer_Snapshot.cpy".
001010 FD  ALDLVF
001020     RECORDING MODE IS F.
001030     COPY "Alert_Delivery_Status.cpy".
001040 FD  ALERTF
001050     RECORDING MODE IS F.
001060     COPY "Customer_Alert.cpy".
001070 FD  ALCNEWF
001080     RECORDING MODE IS F.
001090 01  ALCNEWF-RECORD               PIC X(121).
001100 FD  ALRRPT
001110     RECORDING MODE IS F.
001120 01  ALRRPT-RECORD                PIC X(132).
001130 WORKING-STORAGE SECTION.
001140 01  N5-ALSUBF-STATUS             PIC X(002) VALUE '00'.
001150     88 N5-ALSUBF-OK                         VALUE '00'.
001160 01  N5-ALCOLDF-STATUS            PIC X(002) VALUE '00'.
001170     88 N5-ALCOLDF-OK                        VALUE '00'.
001180 01  N5-LOGGERSF-STATUS           PIC X(002) VALUE '00'.
001190     88 N5-LOGGERSF-OK                       VALUE '00'.
001200 01  N5-HOLDRELF-STATUS           PIC X(002) VALUE '00'.
001210     88 N5-HOLDRELF-OK                       VALUE '00'.
001220 01  N5-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
001230     88 N5-CUSTSNPF-OK                       VALUE '00'.
001240 01  N5-ALDLVF-STATUS             PIC X(002) VALUE '00'.
001250     88 N5-ALDLVF-OK                         VALUE '00'.
001260 01  N5-ALERTF-STATUS             PIC X(002) VALUE '00'.
001270 01  N5-ALCNEWF-STATUS            PIC X(002) VALUE '00'.
001280 01  N5-ALRRPT-STATUS             PIC X(002) VALUE '00'.
001290 01  N5-SWITCHES.
001300     05 N5-ALSUBF-EOF-SW          PIC X(001) VALUE 'N'.
001310        88 N5-ALSUBF-EOF                     VALUE 'Y'.
001320     05 N5-ALCOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001330        88 N5-ALCOLDF-EOF                    VALUE 'Y'.
001340     05 N5-LOGGERSF-EOF-SW        PIC X(001) VALUE 'N'.
001350        88 N5-LOGGERSF-EOF                   VALUE 'Y'.
001360     05 N5-HOLDRELF-EOF-SW        PIC X(001) VALUE 'N'.
001370        88 N5-HOLDRELF-EOF                   VALUE 'Y'.
001380     05 N5-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001390        88 N5-CUSTSNPF-EOF                   VALUE 'Y'.
001400     05 N5-ALDLVF-EOF-SW          PIC X(001) VALUE 'N'.
001410        88 N5-ALDLVF-EOF                     VALUE 'Y'.
001420     05 N5-SUB-FOUND-SW           PIC X(001) VALUE 'N'.
001430        88 N5-SUB-FOUND                      VALUE 'Y'.
001440     05 N5-BREACH-FOUND-SW        PIC X(001) VALUE 'N'.
001450        88 N5-BREACH-FOUND                   VALUE 'Y'.
001460     05 N5-FAILURE-FOUND-SW       PIC X(001) VALUE 'N'.
001470        88 N5-FAILURE-FOUND                  VALUE 'Y'.
001500 01  N5-LSF-RECLEN                PIC 9(004) COMP VALUE ZERO.
001510 01  N5-DATE-TIME.
001520     05 N5-RUN-DATE               PIC 9(008) VALUE ZERO.
001530     05 N5-RUN-TIME               PIC 9(006) VALUE ZERO.
001540*    A CONTACT THAT HAS FAILED THIS MANY TIMES RUNNING IS LISTED
001550*    FOR THE BRANCH TO UPDATE.
001560 01  N5-FAILURE-LIMIT             PIC 9(005) VALUE 3.
001570*    THE LAST CAPTURE STAMP TAKEN FROM THE LOGGER STORE AND THE
001580*    LAST GATEWAY STATUS STAMP TAKEN, CARRIED ON THE CONTROL
001590*    RECORD SO NOTHING IS ALERTED OR COUNTED TWICE.
001600 01  N5-LAST-CAPTURE.
001610     05 N5-LAST-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001620     05 N5-LAST-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001630     05 N5-LAST-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001640 01  N5-HIGH-CAPTURE.
001650     05 N5-HIGH-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001660     05 N5-HIGH-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001670     05 N5-HIGH-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001680 01  N5-THIS-CAPTURE.
001690     05 N5-THIS-CAPTURE-DATE      PIC 9(008) VALUE ZERO.
001700     05 N5-THIS-CAPTURE-TIME      PIC 9(006) VALUE ZERO.
001710     05 N5-THIS-CAPTURE-SEQ       PIC 9(003) VALUE ZERO.
001720 01  N5-LAST-STATUS-STAMP.
001730     05 N5-LAST-STATUS-DATE       PIC 9(008) VALUE ZERO.
001740     05 N5-LAST-STATUS-TIME       PIC 9(006) VALUE ZERO.
001750 01  N5-HIGH-STATUS-STAMP.
001760     05 N5-HIGH-STATUS-DATE       PIC 9(008) VALUE ZERO.
001770     05 N5-HIGH-STATUS-TIME       PIC 9(006) VALUE ZERO.
001780 01  N5-RELEASES-READ             PIC 9(007) VALUE ZERO.
001790 01  N5-CHANNEL-SUB               PIC 9(004) COMP VALUE ZERO.
001800 01  N5-WORK-TRIPLE.
001810     05 N5-WORK-BRANCH            PIC X(004).
001820     05 N5-WORK-ACCOUNT           PIC X(006).
001830     05 N5-WORK-SUBACCT           PIC X(003).
001840 01  N5-AMOUNT-WORK.
001850     05 N5-AMOUNT-TEXT            PIC X(017).
001860     05 N5-AMOUNT-NUMERIC REDEFINES N5-AMOUNT-TEXT
001870                                  PIC 9(015)V99.
001880 01  N5-BALANCE                   PIC S9(015)V99 VALUE ZERO.
001890*    THE EVENT BEING ALERTED, SET UP BEFORE 2500-WRITE-ALERT.
001900 01  N5-ALERT-EVENT.
001910     05 N5-EVT-TYPE               PIC X(002) VALUE SPACES.
001920     05 N5-EVT-AMOUNT             PIC 9(015)V99 VALUE ZERO.
001930     05 N5-EVT-CCY                PIC X(003) VALUE SPACES.
001940     05 N5-EVT-NARRATIVE          PIC X(035) VALUE SPACES.
001950     05 N5-EVT-PCREF              PIC X(020) VALUE SPACES.
001960     05 N5-EVT-DATE               PIC 9(008) VALUE ZERO.
001970     05 N5-EVT-TIME               PIC 9(006) VALUE ZERO.
001980 01  N5-COUNTERS.
001990     05 N5-DEBIT-COUNT            PIC 9(007) VALUE ZERO.
002000     05 N5-CREDIT-COUNT           PIC 9(007) VALUE ZERO.
002010     05 N5-FLOOR-COUNT            PIC 9(007) VALUE ZERO.
002020     05 N5-PLACED-COUNT           PIC 9(007) VALUE ZERO.
002030     05 N5-RELEASED-COUNT         PIC 9(007) VALUE ZERO.
002040     05 N5-ALERT-COUNT            PIC 9(007) VALUE ZERO.
002050     05 N5-STATUS-COUNT           PIC 9(007) VALUE ZERO.
002060     05 N5-LISTED-COUNT           PIC 9(007) VALUE ZERO.
002070 01  N5-SUB-COUNT                 PIC 9(004) COMP VALUE ZERO.
002080 01  N5-SUB-TABLE.
002090     05 N5-SUB-ENTRY OCCURS 3000 TIMES
002100        INDEXED BY N5-SUB-IDX, N5-SUB-LOOKUP-IDX.
002110        10 N5-SUB-TRIPLE          PIC X(013).
002120        10 N5-SUB-IMAGE           PIC X(125).
002130 01  N5-BREACH-COUNT              PIC 9(004) COMP VALUE ZERO.
002140 01  N5-BREACH-TABLE.
002150     05 N5-BRC-ENTRY OCCURS 3000 TIMES
002160        INDEXED BY N5-BRC-IDX, N5-BRC-LOOKUP-IDX.
002170        10 N5-BRC-TRIPLE          PIC X(013).
002180        10 N5-BRC-DATE            PIC 9(008).
002190        10 N5-BRC-DROP-SW         PIC X(001).
002200           88 N5-BRC-DROPPED                 VALUE 'Y'.
002210 01  N5-FAILURE-COUNT             PIC 9(004) COMP VALUE ZERO.
002220 01  N5-FAILURE-TABLE.
002230     05 N5-FLR-ENTRY OCCURS 500 TIMES
002240        INDEXED BY N5-FLR-IDX, N5-FLR-LOOKUP-IDX.
002250        10 N5-FLR-HZCUS           PIC X(006).
002260        10 N5-FLR-CHANNEL         PIC X(001).
002270        10 N5-FLR-CONTACT         PIC X(060).
002280        10 N5-FLR-COUNT           PIC 9(005).
002290        10 N5-FLR-LAST-DATE       PIC 9(008).
002300        10 N5-FLR-REASON          PIC X(030).
002310 01  N5-CHANNEL-NAMES.
002320     05 FILLER                    PIC X(006) VALUE 'SMS   '.
002330     05 FILLER                    PIC X(006) VALUE 'E-MAIL'.
002340 01  N5-CHANNEL-NAME-TABLE REDEFINES N5-CHANNEL-NAMES.
002350     05 N5-CHANNEL-NAME           PIC X(006) OCCURS 2 TIMES.
002360 01  N5-HEADING-LINE.
002370     05 FILLER                    PIC X(030)
002380            VALUE 'CUSTOMER ALERT FEED REPORT    '.
002390     05 FILLER                    PIC X(015)
002400            VALUE 'BUSINESS DATE: '.
002410     05 N5-HDG-DATE               PIC 9(008).
002420     05 FILLER                    PIC X(007) VALUE '  RUN: '.
002430     05 N5-HDG-TIME               PIC 9(006).
002440     05 FILLER                    PIC X(066) VALUE SPACES.
002450 01  N5-SECTION-LINE.
002460     05 FILLER                    PIC X(004) VALUE '*** '.
002470     05 N5-SECTION-TITLE          PIC X(050).
002480     05 FILLER                    PIC X(078) VALUE SPACES.
002490 01  N5-RAISED-LINE.
002500     05 FILLER                    PIC X(010) VALUE 'DEBIT     '.
002510     05 N5-RSL-DEBIT              PIC ZZZZZZ9.
002520     05 FILLER                    PIC X(010) VALUE '  CREDIT  '.
002530     05 N5-RSL-CREDIT             PIC ZZZZZZ9.
002540     05 FILLER                    PIC X(015)
002550            VALUE '  LOW BALANCE  '.
002560     05 N5-RSL-FLOOR              PIC ZZZZZZ9.
002570     05 FILLER                    PIC X(015)
002580            VALUE '  HOLD PLACED  '.
002590     05 N5-RSL-PLACED             PIC ZZZZZZ9.
002600     05 FILLER                    PIC X(017)
002610            VALUE '  HOLD RELEASED  '.
002620     05 N5-RSL-RELEASED           PIC ZZZZZZ9.
002630     05 FILLER                    PIC X(009) VALUE '  TOTAL  '.
002640     05 N5-RSL-TOTAL              PIC ZZZZZZ9.
002650     05 FILLER                    PIC X(014) VALUE SPACES.
002660 01  N5-CHANNEL-LINE.
002670     05 FILLER                    PIC X(002) VALUE SPACES.
002680     05 N5-CHL-NAME               PIC X(006).
002690     05 FILLER                    PIC X(008) VALUE '  SENT  '.
002700     05 N5-CHL-SENT               PIC ZZZZZZ9.
002710     05 FILLER                    PIC X(013)
002720            VALUE '  DELIVERED  '.
002730     05 N5-CHL-DELIVERED          PIC ZZZZZZ9.
002740     05 FILLER                    PIC X(010) VALUE '  FAILED  '.
002750     05 N5-CHL-FAILED             PIC ZZZZZZ9.
002760     05 FILLER                    PIC X(072) VALUE SPACES.
002770 01  N5-FAILURE-LINE.
002780     05 FILLER                    PIC X(002) VALUE SPACES.
002790     05 N5-FLL-HZCUS              PIC X(006).
002800     05 FILLER                    PIC X(001) VALUE SPACES.
002810     05 N5-FLL-CHANNEL            PIC X(006).
002820     05 FILLER                    PIC X(001) VALUE SPACES.
002830     05 N5-FLL-CONTACT            PIC X(060).
002840     05 FILLER                    PIC X(001) VALUE SPACES.
002850     05 N5-FLL-COUNT              PIC ZZZZ9.
002860     05 FILLER                    PIC X(001) VALUE SPACES.
002870     05 N5-FLL-LAST-DATE          PIC 9(008).
002880     05 FILLER                    PIC X(001) VALUE SPACES.
002890     05 N5-FLL-REASON             PIC X(030).
002900     05 FILLER                    PIC X(010) VALUE SPACES.
002910 01  N5-NONE-LINE.
002920     05 FILLER                    PIC X(008) VALUE '  NONE. '.
002930     05 FILLER                    PIC X(124) VALUE SPACES.
002940 COPY "Transaction_Rsp_TT.cpy".
002950 COPY "EQ_HOLD_RESP.cpy".
002960 COPY "Alert_Subscription.cpy"
002970     REPLACING ALERT-SUBSCRIPTION-RECORD
002980            BY N5-SUBSCRIPTION-WORK.
002990 COPY "Alert_Control.cpy"
003000     REPLACING ALERT-CONTROL-RECORD BY N5-CONTROL-WORK.
003010 COPY "Business_Date_Service.cpy".
003020 COPY "Run_Statistics.cpy".
003030 PROCEDURE DIVISION.
003040*-----------------------------------------------------------------
003050 0000-MAINLINE.
003060*-----------------------------------------------------------------
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-SWEEP-ONE-LOGGED THRU 2000-EXIT
003090         UNTIL N5-LOGGERSF-EOF.
003100     PERFORM 3000-TAKE-ONE-RELEASE THRU 3000-EXIT
003110         UNTIL N5-HOLDRELF-EOF.
003120     PERFORM 4000-CHECK-ONE-BALANCE THRU 4000-EXIT
003130         UNTIL N5-CUSTSNPF-EOF.
003140     PERFORM 5000-TAKE-ONE-STATUS THRU 5000-EXIT
003150         UNTIL N5-ALDLVF-EOF.
003160     PERFORM 6000-WRITE-NEW-CONTROL THRU 6000-EXIT.
003170     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
003180     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003190     STOP RUN.
003200*-----------------------------------------------------------------
003210 1000-INITIALIZE.
003220*-----------------------------------------------------------------
003230     ACCEPT N5-RUN-DATE FROM DATE YYYYMMDD.
003240     MOVE SPACES TO BUSINESS-DATE-AREA.
003250     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003260     EVALUATE TRUE
003270         WHEN BDS-OK
003280             MOVE BDS-BUSINESS-DATE TO N5-RUN-DATE
003290         WHEN BDS-NOT-STARTED
003300             DISPLAY 'ESB105N: BUSINESS DATE NOT STARTED -'
003310                 ' RUN REFUSED'
003320             MOVE 8 TO RETURN-CODE
003330             STOP RUN
003340         WHEN OTHER
003350             CONTINUE
003360     END-EVALUATE.
003370     ACCEPT N5-RUN-TIME FROM TIME.
003380     ACCEPT RST-START-TIME FROM TIME.
003390     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003400                  RST-REJECT-COUNT.
003410     OPEN INPUT ALSUBF.
003420     IF N5-ALSUBF-OK
003430         PERFORM 9100-READ-ALSUBF THRU 9100-EXIT
003440     ELSE
003450         SET N5-ALSUBF-EOF TO TRUE
003460     END-IF.
003470     PERFORM 1100-LOAD-SUBSCRIPTIONS THRU 1100-EXIT
003480         UNTIL N5-ALSUBF-EOF.
003490     CLOSE ALSUBF.
003500     MOVE SPACES TO N5-CONTROL-WORK.
003510     INITIALIZE ACL-CONTROL-DETAIL OF N5-CONTROL-WORK.
003520     SET ACL-CONTROL OF N5-CONTROL-WORK TO TRUE.
003530     OPEN INPUT ALCOLDF.
003540     IF N5-ALCOLDF-OK
003550         PERFORM 9200-READ-ALCOLDF THRU 9200-EXIT
003560     ELSE
003570         SET N5-ALCOLDF-EOF TO TRUE
003580     END-IF.
003590     PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT
003600         UNTIL N5-ALCOLDF-EOF.
003610     CLOSE ALCOLDF.
003620*    THE DAY'S RUNNING COUNTS START AGAIN ON A NEW BUSINESS DATE.
003630     IF ACL-BUSINESS-DATE OF N5-CONTROL-WORK NOT = N5-RUN-DATE
003640         MOVE N5-RUN-DATE TO ACL-BUSINESS-DATE OF N5-CONTROL-WORK
003650         MOVE ZERO TO ACL-RELEASES-TAKEN OF N5-CONTROL-WORK
003660                      ACL-LAST-ALERT-SEQ OF N5-CONTROL-WORK
003670         MOVE 1 TO N5-CHANNEL-SUB
003680         PERFORM 1300-CLEAR-CHANNEL-COUNTS THRU 1300-EXIT
003690             UNTIL N5-CHANNEL-SUB > 2
003700     END-IF.
003710     MOVE ACL-LAST-CAPTURE OF N5-CONTROL-WORK TO N5-LAST-CAPTURE.
003720     MOVE N5-LAST-CAPTURE TO N5-HIGH-CAPTURE.
003730     MOVE ACL-LAST-STATUS-STAMP OF N5-CONTROL-WORK
003740         TO N5-LAST-STATUS-STAMP.
003750     MOVE N5-LAST-STATUS-STAMP TO N5-HIGH-STATUS-STAMP.
003760     OPEN INPUT LOGGERSF.
003770     IF N5-LOGGERSF-OK
003780         PERFORM 9300-READ-LOGGERSF THRU 9300-EXIT
003790     ELSE
003800         SET N5-LOGGERSF-EOF TO TRUE
003810     END-IF.
003820     OPEN INPUT HOLDRELF.
003830     IF N5-HOLDRELF-OK
003840         PERFORM 9400-READ-HOLDRELF THRU 9400-EXIT
003850     ELSE
003860         SET N5-HOLDRELF-EOF TO TRUE
003870     END-IF.
003880     OPEN INPUT CUSTSNPF.
003890     IF N5-CUSTSNPF-OK
003900         PERFORM 9500-READ-CUSTSNPF THRU 9500-EXIT
003910     ELSE
003920         SET N5-CUSTSNPF-EOF TO TRUE
003930     END-IF.
003940     OPEN INPUT ALDLVF.
003950     IF N5-ALDLVF-OK
003960         PERFORM 9600-READ-ALDLVF THRU 9600-EXIT
003970     ELSE
003980         SET N5-ALDLVF-EOF TO TRUE
003990     END-IF.
004000     OPEN OUTPUT ALERTF.
004010     OPEN OUTPUT ALCNEWF.
004020     OPEN OUTPUT ALRRPT.
004030     MOVE N5-RUN-DATE TO N5-HDG-DATE.
004040     MOVE N5-RUN-TIME TO N5-HDG-TIME.
004050     MOVE N5-HEADING-LINE TO ALRRPT-RECORD.
004060     WRITE ALRRPT-RECORD.
004070 1000-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100 1100-LOAD-SUBSCRIPTIONS.
004110*-----------------------------------------------------------------
004120     IF NOT ASB-ACTIVE OF ALERT-SUBSCRIPTION-RECORD
004130         GO TO 1100-READ-NEXT
004140     END-IF.
004142*    A SUBSCRIPTION, FLOOR BREACH OR FAILURE TALLY LEFT OUT OF
004144*    ITS TABLE WOULD LOSE A CUSTOMER'S ALERTS OR REPEAT THEM, SO
004146*    THE RUN STOPS BEFORE ANY OUTPUT IS OPENED.
004150     IF N5-SUB-COUNT NOT < 3000
004160         DISPLAY 'ESB105N: SUBSCRIPTION TABLE FULL AT '
004170             ASB-HZAB OF ALERT-SUBSCRIPTION-RECORD
004180             ASB-HZAN OF ALERT-SUBSCRIPTION-RECORD
004190             ASB-HZAS OF ALERT-SUBSCRIPTION-RECORD
004197             ' - RUN REFUSED'
004204         MOVE 8 TO RETURN-CODE
004211         STOP RUN
004220     END-IF.
004230     ADD 1 TO N5-SUB-COUNT.
004240     SET N5-SUB-IDX TO N5-SUB-COUNT.
004250     MOVE ASB-HZAB OF ALERT-SUBSCRIPTION-RECORD
004260         TO N5-WORK-BRANCH.
004270     MOVE ASB-HZAN OF ALERT-SUBSCRIPTION-RECORD
004280         TO N5-WORK-ACCOUNT.
004290     MOVE ASB-HZAS OF ALERT-SUBSCRIPTION-RECORD
004300         TO N5-WORK-SUBACCT.
004310     MOVE N5-WORK-TRIPLE TO N5-SUB-TRIPLE (N5-SUB-IDX).
004320     MOVE ALERT-SUBSCRIPTION-RECORD TO N5-SUB-IMAGE (N5-SUB-IDX).
004330 1100-READ-NEXT.
004340     PERFORM 9100-READ-ALSUBF THRU 9100-EXIT.
004350 1100-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380 1200-LOAD-CONTROL.
004390*-----------------------------------------------------------------
004400     EVALUATE TRUE
004410         WHEN ACL-CONTROL OF ALERT-CONTROL-RECORD
004420             MOVE ALERT-CONTROL-RECORD TO N5-CONTROL-WORK
004430         WHEN ACL-FLOOR-BREACH OF ALERT-CONTROL-RECORD
004440             PERFORM 1210-LOAD-BREACH THRU 1210-EXIT
004450         WHEN ACL-FAILURE OF ALERT-CONTROL-RECORD
004460             PERFORM 1220-LOAD-FAILURE THRU 1220-EXIT
004470         WHEN OTHER
004480             CONTINUE
004490     END-EVALUATE.
004500     PERFORM 9200-READ-ALCOLDF THRU 9200-EXIT.
004510 1200-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540 1210-LOAD-BREACH.
004550*-----------------------------------------------------------------
004560     IF N5-BREACH-COUNT NOT < 3000
004570         DISPLAY 'ESB105N: FLOOR TABLE FULL AT '
004580             ACL-BRC-HZAB OF ALERT-CONTROL-RECORD
004590             ACL-BRC-HZAN OF ALERT-CONTROL-RECORD
004600             ACL-BRC-HZAS OF ALERT-CONTROL-RECORD
004607             ' - RUN REFUSED'
004614         MOVE 8 TO RETURN-CODE
004621         STOP RUN
004630     END-IF.
004640     ADD 1 TO N5-BREACH-COUNT.
004650     SET N5-BRC-IDX TO N5-BREACH-COUNT.
004660     MOVE ACL-BRC-HZAB OF ALERT-CONTROL-RECORD TO N5-WORK-BRANCH.
004670     MOVE ACL-BRC-HZAN OF ALERT-CONTROL-RECORD TO N5-WORK-ACCOUNT.
004680     MOVE ACL-BRC-HZAS OF ALERT-CONTROL-RECORD TO N5-WORK-SUBACCT.
004690     MOVE N5-WORK-TRIPLE TO N5-BRC-TRIPLE (N5-BRC-IDX).
004700     MOVE ACL-BRC-DATE OF ALERT-CONTROL-RECORD
004710         TO N5-BRC-DATE (N5-BRC-IDX).
004720     MOVE 'N' TO N5-BRC-DROP-SW (N5-BRC-IDX).
004730 1210-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760 1220-LOAD-FAILURE.
004770*-----------------------------------------------------------------
004780     IF N5-FAILURE-COUNT NOT < 500
004790         DISPLAY 'ESB105N: FAILURE TABLE FULL AT '
004800             ACL-FLR-HZCUS OF ALERT-CONTROL-RECORD
004807             ' - RUN REFUSED'
004814         MOVE 8 TO RETURN-CODE
004821         STOP RUN
004830     END-IF.
004840     ADD 1 TO N5-FAILURE-COUNT.
004850     SET N5-FLR-IDX TO N5-FAILURE-COUNT.
004860     MOVE ACL-FLR-HZCUS OF ALERT-CONTROL-RECORD
004870         TO N5-FLR-HZCUS (N5-FLR-IDX).
004880     MOVE ACL-FLR-CHANNEL OF ALERT-CONTROL-RECORD
004890         TO N5-FLR-CHANNEL (N5-FLR-IDX).
004900     MOVE ACL-FLR-CONTACT OF ALERT-CONTROL-RECORD
004910         TO N5-FLR-CONTACT (N5-FLR-IDX).
004920     MOVE ACL-FLR-COUNT OF ALERT-CONTROL-RECORD
004930         TO N5-FLR-COUNT (N5-FLR-IDX).
004940     MOVE ACL-FLR-LAST-DATE OF ALERT-CONTROL-RECORD
004950         TO N5-FLR-LAST-DATE (N5-FLR-IDX).
004960     MOVE ACL-FLR-REASON OF ALERT-CONTROL-RECORD
004970         TO N5-FLR-REASON (N5-FLR-IDX).
004980 1220-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------------
005010 1300-CLEAR-CHANNEL-COUNTS.
005020*-----------------------------------------------------------------
005030     MOVE ZERO TO ACL-SENT-COUNT OF N5-CONTROL-WORK
005040                      (N5-CHANNEL-SUB)
005050                  ACL-DELIVERED-COUNT OF N5-CONTROL-WORK
005060                      (N5-CHANNEL-SUB)
005070                  ACL-FAILED-COUNT OF N5-CONTROL-WORK
005080                      (N5-CHANNEL-SUB).
005090     ADD 1 TO N5-CHANNEL-SUB.
005100 1300-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 2000-SWEEP-ONE-LOGGED.
005140*-----------------------------------------------------------------
005150     IF N5-LOGGERSF-EOF
005160         GO TO 2000-EXIT
005170     END-IF.
005180     ADD 1 TO RST-RECORDS-IN.
005190     IF NOT LSR-TRAN-RESP
005200        AND NOT LSR-HOLD-RESP
005210         GO TO 2900-NEXT-LOGGED
005220     END-IF.
005230     MOVE LSR-CAPTURE-DATE TO N5-THIS-CAPTURE-DATE.
005240     MOVE LSR-CAPTURE-TIME TO N5-THIS-CAPTURE-TIME.
005250     MOVE LSR-CAPTURE-SEQ  TO N5-THIS-CAPTURE-SEQ.
005260     IF N5-THIS-CAPTURE NOT > N5-LAST-CAPTURE
005270         GO TO 2900-NEXT-LOGGED
005280     END-IF.
005290     IF N5-THIS-CAPTURE > N5-HIGH-CAPTURE
005300         MOVE N5-THIS-CAPTURE TO N5-HIGH-CAPTURE
005310     END-IF.
005320     MOVE LSR-CAPTURE-DATE TO N5-EVT-DATE.
005330     MOVE LSR-CAPTURE-TIME TO N5-EVT-TIME.
005340     IF LSR-TRAN-RESP
005350         PERFORM 2100-ALERT-POSTING THRU 2100-EXIT
005360     ELSE
005370         PERFORM 2200-ALERT-HOLD-PLACED THRU 2200-EXIT
005380     END-IF.
005390 2900-NEXT-LOGGED.
005400     PERFORM 9300-READ-LOGGERSF THRU 9300-EXIT.
005410 2000-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440 2100-ALERT-POSTING.
005450*-----------------------------------------------------------------
005460     MOVE LSR-RAW-RECORD TO TRANSACTION-RSP.
005470     IF XRREC OF TRANSACTION-RSP-HEADER = 'Y'
005480*        A REJECTED POSTING NEVER MOVED THE CUSTOMER'S MONEY.
005490         GO TO 2100-EXIT
005500     END-IF.
005510     MOVE PCREF OF TRANSACTION-RSP-HEADER TO N5-EVT-PCREF.
005520     MOVE GZNR1 OF TRANSACTION-RSP-BODY TO N5-EVT-NARRATIVE.
005530     MOVE GZAB1 OF TRANSACTION-RSP-BODY TO N5-WORK-BRANCH.
005540     MOVE GZAN1 OF TRANSACTION-RSP-BODY TO N5-WORK-ACCOUNT.
005550     MOVE GZAS1 OF TRANSACTION-RSP-BODY TO N5-WORK-SUBACCT.
005560     PERFORM 2400-FIND-SUBSCRIPTION THRU 2400-EXIT.
005570     IF N5-SUB-FOUND
005580        AND ASB-WANTS-DEBIT OF N5-SUBSCRIPTION-WORK
005590         MOVE GZAMA1 OF TRANSACTION-RSP-BODY TO N5-AMOUNT-TEXT
005600         PERFORM 2450-TAKE-AMOUNT THRU 2450-EXIT
005610         IF N5-EVT-AMOUNT >
005620             ASB-DEBIT-OVER OF N5-SUBSCRIPTION-WORK
005630             MOVE 'DR' TO N5-EVT-TYPE
005640             MOVE GZCCY1 OF TRANSACTION-RSP-BODY TO N5-EVT-CCY
005650             PERFORM 2500-WRITE-ALERT THRU 2500-EXIT
005660         END-IF
005670     END-IF.
005680     MOVE GZAB2 OF TRANSACTION-RSP-BODY TO N5-WORK-BRANCH.
005690     MOVE GZAN2 OF TRANSACTION-RSP-BODY TO N5-WORK-ACCOUNT.
005700     MOVE GZAS2 OF TRANSACTION-RSP-BODY TO N5-WORK-SUBACCT.
005710     PERFORM 2400-FIND-SUBSCRIPTION THRU 2400-EXIT.
005720     IF N5-SUB-FOUND
005730        AND ASB-WANTS-CREDIT OF N5-SUBSCRIPTION-WORK
005740         MOVE GZAMA2 OF TRANSACTION-RSP-BODY TO N5-AMOUNT-TEXT
005750         PERFORM 2450-TAKE-AMOUNT THRU 2450-EXIT
005760         MOVE 'CR' TO N5-EVT-TYPE
005770         MOVE GZCCY2 OF TRANSACTION-RSP-BODY TO N5-EVT-CCY
005780         PERFORM 2500-WRITE-ALERT THRU 2500-EXIT
005790     END-IF.
005800 2100-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830 2200-ALERT-HOLD-PLACED.
005840*-----------------------------------------------------------------
005850     MOVE LSR-RAW-RECORD TO EQHOLD-RSP.
005860     IF XRREC OF EQHOLD-RSP-HEADER = 'Y'
005870         GO TO 2200-EXIT
005880     END-IF.
005890     MOVE GZBBN OF EQHOLD-REQ-BODY OF EQHOLD-RSP
005900         TO N5-WORK-BRANCH.
005910     MOVE GZBNO OF EQHOLD-REQ-BODY OF EQHOLD-RSP
005920         TO N5-WORK-ACCOUNT.
005930     MOVE GZSFX OF EQHOLD-REQ-BODY OF EQHOLD-RSP
005940         TO N5-WORK-SUBACCT.
005950     PERFORM 2400-FIND-SUBSCRIPTION THRU 2400-EXIT.
005960     IF NOT N5-SUB-FOUND
005970        OR NOT ASB-WANTS-HOLD OF N5-SUBSCRIPTION-WORK
005980         GO TO 2200-EXIT
005990     END-IF.
006000*    A HOLD CARRIES NO AMOUNT; THE DESCRIPTION IS THE NARRATIVE.
006010     MOVE 'HP' TO N5-EVT-TYPE.
006020     MOVE ZERO TO N5-EVT-AMOUNT.
006030     MOVE GZCCY OF EQHOLD-REQ-BODY OF EQHOLD-RSP TO N5-EVT-CCY.
006040     MOVE GZHDD1 OF EQHOLD-REQ-BODY OF EQHOLD-RSP
006050         TO N5-EVT-NARRATIVE.
006060     MOVE PCREF OF EQHOLD-RSP-HEADER TO N5-EVT-PCREF.
006070     PERFORM 2500-WRITE-ALERT THRU 2500-EXIT.
006080 2200-EXIT.
006090     EXIT.
006100*-----------------------------------------------------------------
006110 2400-FIND-SUBSCRIPTION.
006120*-----------------------------------------------------------------
006130     MOVE 'N' TO N5-SUB-FOUND-SW.
006140     IF N5-SUB-COUNT = ZERO
006150         GO TO 2400-EXIT
006160     END-IF.
006170     SET N5-SUB-LOOKUP-IDX TO 1.
006180     PERFORM 2410-SCAN-SUBSCRIPTION THRU 2410-EXIT
006190         UNTIL N5-SUB-LOOKUP-IDX > N5-SUB-COUNT
006200            OR N5-SUB-FOUND.
006210     IF N5-SUB-FOUND
006220         MOVE N5-SUB-IMAGE (N5-SUB-LOOKUP-IDX)
006230             TO N5-SUBSCRIPTION-WORK
006240     END-IF.
006250 2400-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280 2410-SCAN-SUBSCRIPTION.
006290*-----------------------------------------------------------------
006300     IF N5-SUB-TRIPLE (N5-SUB-LOOKUP-IDX) = N5-WORK-TRIPLE
006310         SET N5-SUB-FOUND TO TRUE
006320     ELSE
006330         SET N5-SUB-LOOKUP-IDX UP BY 1
006340     END-IF.
006350 2410-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380 2450-TAKE-AMOUNT.
006390*-----------------------------------------------------------------
006400     IF N5-AMOUNT-TEXT IS NUMERIC
006410         MOVE N5-AMOUNT-NUMERIC TO N5-EVT-AMOUNT
006420     ELSE
006430         MOVE ZERO TO N5-EVT-AMOUNT
006440     END-IF.
006450 2450-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480 2500-WRITE-ALERT.
006490*-----------------------------------------------------------------
006500     IF ASB-SMS OF N5-SUBSCRIPTION-WORK
006510         MOVE 1 TO N5-CHANNEL-SUB
006520     ELSE
006530         MOVE 2 TO N5-CHANNEL-SUB
006540     END-IF.
006550     ADD 1 TO ACL-LAST-ALERT-SEQ OF N5-CONTROL-WORK.
006560     MOVE SPACES TO CUSTOMER-ALERT-RECORD.
006570     MOVE N5-RUN-DATE TO CAL-ALERT-DATE.
006580     MOVE ACL-LAST-ALERT-SEQ OF N5-CONTROL-WORK TO CAL-ALERT-SEQ.
006590     MOVE ASB-CHANNEL OF N5-SUBSCRIPTION-WORK TO CAL-CHANNEL.
006600     MOVE ASB-CONTACT OF N5-SUBSCRIPTION-WORK TO CAL-CONTACT.
006610     MOVE ASB-HZCUS OF N5-SUBSCRIPTION-WORK TO CAL-HZCUS.
006620     MOVE N5-EVT-TYPE TO CAL-ALERT-TYPE.
006630*    ONLY THE LAST FOUR DIGITS OF THE ACCOUNT ARE SHOWN.
006640     MOVE ALL '*' TO CAL-MASKED-ACCOUNT.
006650     MOVE ASB-HZAN OF N5-SUBSCRIPTION-WORK (3:4)
006660         TO CAL-MASKED-ACCOUNT (10:4).
006670     MOVE N5-EVT-AMOUNT TO CAL-AMOUNT.
006680     MOVE N5-EVT-CCY TO CAL-CCY.
006690     MOVE N5-EVT-NARRATIVE TO CAL-NARRATIVE.
006700     MOVE N5-EVT-PCREF TO CAL-PCREF.
006710     MOVE N5-EVT-DATE TO CAL-EVENT-DATE.
006720     MOVE N5-EVT-TIME TO CAL-EVENT-TIME.
006730     WRITE CUSTOMER-ALERT-RECORD.
006740     ADD 1 TO RST-RECORDS-OUT.
006750     ADD 1 TO N5-ALERT-COUNT.
006760     ADD 1 TO ACL-SENT-COUNT OF N5-CONTROL-WORK (N5-CHANNEL-SUB).
006770     EVALUATE N5-EVT-TYPE
006780         WHEN 'DR'
006790             ADD 1 TO N5-DEBIT-COUNT
006800         WHEN 'CR'
006810             ADD 1 TO N5-CREDIT-COUNT
006820         WHEN 'LB'
006830             ADD 1 TO N5-FLOOR-COUNT
006840         WHEN 'HP'
006850             ADD 1 TO N5-PLACED-COUNT
006860         WHEN OTHER
006870             ADD 1 TO N5-RELEASED-COUNT
006880     END-EVALUATE.
006890 2500-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------------
006920 3000-TAKE-ONE-RELEASE.
006930*-----------------------------------------------------------------
006940*    RELEASES ALREADY TAKEN BY AN EARLIER RUN TODAY ARE PASSED.
006950     ADD 1 TO RST-RECORDS-IN.
006960     ADD 1 TO N5-RELEASES-READ.
006970     IF N5-RELEASES-READ NOT >
006980         ACL-RELEASES-TAKEN OF N5-CONTROL-WORK
006990         GO TO 3900-NEXT-RELEASE
007000     END-IF.
007010     IF XRREC OF EQHOLD-REL-RSP-HEADER = 'Y'
007020         GO TO 3900-NEXT-RELEASE
007030     END-IF.
007040     MOVE GZBBN OF EQHOLD-REL-RSP-BODY TO N5-WORK-BRANCH.
007050     MOVE GZBNO OF EQHOLD-REL-RSP-BODY TO N5-WORK-ACCOUNT.
007060     MOVE GZSFX OF EQHOLD-REL-RSP-BODY TO N5-WORK-SUBACCT.
007070     PERFORM 2400-FIND-SUBSCRIPTION THRU 2400-EXIT.
007080     IF NOT N5-SUB-FOUND
007090        OR NOT ASB-WANTS-HOLD OF N5-SUBSCRIPTION-WORK
007100         GO TO 3900-NEXT-RELEASE
007110     END-IF.
007120     MOVE 'HR' TO N5-EVT-TYPE.
007130     MOVE ZERO TO N5-EVT-AMOUNT.
007140     MOVE SPACES TO N5-EVT-CCY.
007150     MOVE SPACES TO N5-EVT-NARRATIVE.
007160     STRING 'HOLD ' GZHNO OF EQHOLD-REL-RSP-BODY
007170            ' RELEASED' DELIMITED BY SIZE
007180         INTO N5-EVT-NARRATIVE.
007190     MOVE PCREF OF EQHOLD-REL-RSP-HEADER TO N5-EVT-PCREF.
007200     MOVE N5-RUN-DATE TO N5-EVT-DATE.
007210     MOVE N5-RUN-TIME TO N5-EVT-TIME.
007220     PERFORM 2500-WRITE-ALERT THRU 2500-EXIT.
007230 3900-NEXT-RELEASE.
007240     PERFORM 9400-READ-HOLDRELF THRU 9400-EXIT.
007250 3000-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------------
007280 4000-CHECK-ONE-BALANCE.
007290*-----------------------------------------------------------------
007300     ADD 1 TO RST-RECORDS-IN.
007310     MOVE CSS-HZAB TO N5-WORK-BRANCH.
007320     MOVE CSS-HZAN TO N5-WORK-ACCOUNT.
007330     MOVE CSS-HZAS TO N5-WORK-SUBACCT.
007340     PERFORM 2400-FIND-SUBSCRIPTION THRU 2400-EXIT.
007350     IF NOT N5-SUB-FOUND
007360        OR NOT ASB-WANTS-FLOOR OF N5-SUBSCRIPTION-WORK
007370         GO TO 4900-NEXT-BALANCE
007380     END-IF.
007390*    AN ACCOUNT DRAWING ON ITS OVERDRAFT IS OVERDRAWN BY THE
007400*    AMOUNT DRAWN, HZODL LESS HZNABL (THE ESB012U CONVENTION).
007410     IF CSS-HZODL > CSS-HZNABL
007420         COMPUTE N5-BALANCE = CSS-HZNABL - CSS-HZODL
007440     ELSE
007450         MOVE CSS-HZCABL TO N5-BALANCE
007460     END-IF.
007470     PERFORM 4100-FIND-BREACH THRU 4100-EXIT.
007480     IF N5-BALANCE NOT < ASB-FLOOR-AMOUNT OF N5-SUBSCRIPTION-WORK
007490         IF N5-BREACH-FOUND
007500             SET N5-BRC-DROPPED (N5-BRC-LOOKUP-IDX) TO TRUE
007510         END-IF
007520         GO TO 4900-NEXT-BALANCE
007530     END-IF.
007540     IF N5-BREACH-FOUND
007550         GO TO 4900-NEXT-BALANCE
007560     END-IF.
007570     MOVE 'LB' TO N5-EVT-TYPE.
007580     IF N5-BALANCE < ZERO
007590         COMPUTE N5-EVT-AMOUNT = ZERO - N5-BALANCE
007600         MOVE 'ACCOUNT OVERDRAWN' TO N5-EVT-NARRATIVE
007610     ELSE
007620         MOVE N5-BALANCE TO N5-EVT-AMOUNT
007630         MOVE 'BALANCE BELOW ALERT LEVEL'
007640             TO N5-EVT-NARRATIVE
007650     END-IF.
007660     MOVE CSS-HZCCY TO N5-EVT-CCY.
007670     MOVE SPACES TO N5-EVT-PCREF.
007680     MOVE CSS-CAPTURE-DATE TO N5-EVT-DATE.
007690     MOVE CSS-CAPTURE-TIME TO N5-EVT-TIME.
007696*    A BREACH THAT CANNOT BE HELD WOULD BE ALERTED AGAIN ON EVERY
007702*    RUN, SO THE ROOM IS CHECKED BEFORE THE ALERT GOES OUT.  THE
007708*    CONTROL FILE IS NOT YET WRITTEN, SO THE RUN CAN BE TAKEN
007714*    AGAIN ONCE THE TABLE IS ENLARGED.
007720     IF N5-BREACH-COUNT NOT < 3000
007726         DISPLAY 'ESB105N: FLOOR TABLE FULL AT '
007732             N5-WORK-TRIPLE ' - RUN REFUSED'
007738         MOVE 8 TO RETURN-CODE
007744         STOP RUN
007750     END-IF.
007756     PERFORM 2500-WRITE-ALERT THRU 2500-EXIT.
007770     ADD 1 TO N5-BREACH-COUNT.
007780     SET N5-BRC-IDX TO N5-BREACH-COUNT.
007790     MOVE N5-WORK-TRIPLE TO N5-BRC-TRIPLE (N5-BRC-IDX).
007800     MOVE N5-RUN-DATE TO N5-BRC-DATE (N5-BRC-IDX).
007810     MOVE 'N' TO N5-BRC-DROP-SW (N5-BRC-IDX).
007820 4900-NEXT-BALANCE.
007830     PERFORM 9500-READ-CUSTSNPF THRU 9500-EXIT.
007840 4000-EXIT.
007850     EXIT.
007860*-----------------------------------------------------------------
007870 4100-FIND-BREACH.
007880*-----------------------------------------------------------------
007890     MOVE 'N' TO N5-BREACH-FOUND-SW.
007900     IF N5-BREACH-COUNT = ZERO
007910         GO TO 4100-EXIT
007920     END-IF.
007930     SET N5-BRC-LOOKUP-IDX TO 1.
007940     PERFORM 4110-SCAN-BREACH THRU 4110-EXIT
007950         UNTIL N5-BRC-LOOKUP-IDX > N5-BREACH-COUNT
007960            OR N5-BREACH-FOUND.
007970 4100-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000 4110-SCAN-BREACH.
008010*-----------------------------------------------------------------
008020     IF N5-BRC-TRIPLE (N5-BRC-LOOKUP-IDX) = N5-WORK-TRIPLE
008030         SET N5-BREACH-FOUND TO TRUE
008040     ELSE
008050         SET N5-BRC-LOOKUP-IDX UP BY 1
008060     END-IF.
008070 4110-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------------
008100 5000-TAKE-ONE-STATUS.
008110*-----------------------------------------------------------------
008120     ADD 1 TO RST-RECORDS-IN.
008130     IF ADS-STATUS-STAMP NOT > N5-LAST-STATUS-STAMP
008140         GO TO 5900-NEXT-STATUS
008150     END-IF.
008160     IF ADS-STATUS-STAMP > N5-HIGH-STATUS-STAMP
008170         MOVE ADS-STATUS-STAMP TO N5-HIGH-STATUS-STAMP
008180     END-IF.
008190     EVALUATE TRUE
008200         WHEN ADS-SMS
008210             MOVE 1 TO N5-CHANNEL-SUB
008220         WHEN ADS-EMAIL
008230             MOVE 2 TO N5-CHANNEL-SUB
008240         WHEN OTHER
008250             DISPLAY 'ESB105N: UNKNOWN CHANNEL ON STATUS '
008260                 ADS-ALERT-ID
008270             ADD 1 TO RST-REJECT-COUNT
008280             GO TO 5900-NEXT-STATUS
008290     END-EVALUATE.
008300     ADD 1 TO N5-STATUS-COUNT.
008310     PERFORM 5100-FIND-FAILURE THRU 5100-EXIT.
008320     EVALUATE TRUE
008330         WHEN ADS-DELIVERED
008340             ADD 1 TO ACL-DELIVERED-COUNT OF N5-CONTROL-WORK
008350                          (N5-CHANNEL-SUB)
008360             IF N5-FAILURE-FOUND
008370                 MOVE ZERO TO N5-FLR-COUNT (N5-FLR-LOOKUP-IDX)
008380             END-IF
008390         WHEN ADS-FAILED
008400             ADD 1 TO ACL-FAILED-COUNT OF N5-CONTROL-WORK
008410                          (N5-CHANNEL-SUB)
008420             PERFORM 5200-COUNT-FAILURE THRU 5200-EXIT
008430         WHEN OTHER
008440             DISPLAY 'ESB105N: UNKNOWN STATUS ON ALERT '
008450                 ADS-ALERT-ID
008460             ADD 1 TO RST-REJECT-COUNT
008470     END-EVALUATE.
008480 5900-NEXT-STATUS.
008490     PERFORM 9600-READ-ALDLVF THRU 9600-EXIT.
008500 5000-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------------
008530 5100-FIND-FAILURE.
008540*-----------------------------------------------------------------
008550     MOVE 'N' TO N5-FAILURE-FOUND-SW.
008560     IF N5-FAILURE-COUNT = ZERO
008570         GO TO 5100-EXIT
008580     END-IF.
008590     SET N5-FLR-LOOKUP-IDX TO 1.
008600     PERFORM 5110-SCAN-FAILURE THRU 5110-EXIT
008610         UNTIL N5-FLR-LOOKUP-IDX > N5-FAILURE-COUNT
008620            OR N5-FAILURE-FOUND.
008630 5100-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660 5110-SCAN-FAILURE.
008670*-----------------------------------------------------------------
008680     IF N5-FLR-HZCUS (N5-FLR-LOOKUP-IDX) = ADS-HZCUS
008690        AND N5-FLR-CHANNEL (N5-FLR-LOOKUP-IDX) = ADS-CHANNEL
008700        AND N5-FLR-CONTACT (N5-FLR-LOOKUP-IDX) = ADS-CONTACT
008710         SET N5-FAILURE-FOUND TO TRUE
008720     ELSE
008730         SET N5-FLR-LOOKUP-IDX UP BY 1
008740     END-IF.
008750 5110-EXIT.
008760     EXIT.
008770*-----------------------------------------------------------------
008780 5200-COUNT-FAILURE.
008790*-----------------------------------------------------------------
008800     IF NOT N5-FAILURE-FOUND
008810         IF N5-FAILURE-COUNT NOT < 500
008820             DISPLAY 'ESB105N: FAILURE TABLE FULL AT '
008830                 ADS-HZCUS ' - RUN REFUSED'
008840             MOVE 8 TO RETURN-CODE
008850             STOP RUN
008860         END-IF
008870         ADD 1 TO N5-FAILURE-COUNT
008880         SET N5-FLR-LOOKUP-IDX TO N5-FAILURE-COUNT
008890         MOVE ADS-HZCUS   TO N5-FLR-HZCUS (N5-FLR-LOOKUP-IDX)
008900         MOVE ADS-CHANNEL TO N5-FLR-CHANNEL (N5-FLR-LOOKUP-IDX)
008910         MOVE ADS-CONTACT TO N5-FLR-CONTACT (N5-FLR-LOOKUP-IDX)
008920         MOVE ZERO        TO N5-FLR-COUNT (N5-FLR-LOOKUP-IDX)
008930     END-IF.
008940     ADD 1 TO N5-FLR-COUNT (N5-FLR-LOOKUP-IDX).
008950     MOVE ADS-STATUS-DATE TO N5-FLR-LAST-DATE (N5-FLR-LOOKUP-IDX).
008960     MOVE ADS-REASON TO N5-FLR-REASON (N5-FLR-LOOKUP-IDX).
008970 5200-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------------
009000 6000-WRITE-NEW-CONTROL.
009010*-----------------------------------------------------------------
009020     IF N5-RELEASES-READ > ACL-RELEASES-TAKEN OF N5-CONTROL-WORK
009030         MOVE N5-RELEASES-READ
009040             TO ACL-RELEASES-TAKEN OF N5-CONTROL-WORK
009050     END-IF.
009060     MOVE N5-HIGH-CAPTURE TO ACL-LAST-CAPTURE OF N5-CONTROL-WORK.
009070     MOVE N5-HIGH-STATUS-STAMP
009080         TO ACL-LAST-STATUS-STAMP OF N5-CONTROL-WORK.
009090     MOVE N5-CONTROL-WORK TO ALCNEWF-RECORD.
009100     WRITE ALCNEWF-RECORD.
009110     SET N5-BRC-IDX TO 1.
009120     PERFORM 6100-WRITE-BREACH THRU 6100-EXIT
009130         UNTIL N5-BRC-IDX > N5-BREACH-COUNT.
009140     SET N5-FLR-IDX TO 1.
009150     PERFORM 6200-WRITE-FAILURE THRU 6200-EXIT
009160         UNTIL N5-FLR-IDX > N5-FAILURE-COUNT.
009170 6000-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200 6100-WRITE-BREACH.
009210*-----------------------------------------------------------------
009220     IF N5-BRC-DROPPED (N5-BRC-IDX)
009230         GO TO 6100-NEXT
009240     END-IF.
009250     MOVE SPACES TO ALERT-CONTROL-RECORD.
009260     SET ACL-FLOOR-BREACH OF ALERT-CONTROL-RECORD TO TRUE.
009270     MOVE N5-BRC-TRIPLE (N5-BRC-IDX) TO N5-WORK-TRIPLE.
009280     MOVE N5-WORK-BRANCH  TO ACL-BRC-HZAB OF ALERT-CONTROL-RECORD.
009290     MOVE N5-WORK-ACCOUNT TO ACL-BRC-HZAN OF ALERT-CONTROL-RECORD.
009300     MOVE N5-WORK-SUBACCT TO ACL-BRC-HZAS OF ALERT-CONTROL-RECORD.
009310     MOVE N5-BRC-DATE (N5-BRC-IDX)
009320         TO ACL-BRC-DATE OF ALERT-CONTROL-RECORD.
009330     MOVE ALERT-CONTROL-RECORD TO ALCNEWF-RECORD.
009340     WRITE ALCNEWF-RECORD.
009350 6100-NEXT.
009360     SET N5-BRC-IDX UP BY 1.
009370 6100-EXIT.
009380     EXIT.
009390*-----------------------------------------------------------------
009400 6200-WRITE-FAILURE.
009410*-----------------------------------------------------------------
009420*    A CONTACT WHOSE LAST ALERT WAS DELIVERED IS NOT CARRIED.
009430     IF N5-FLR-COUNT (N5-FLR-IDX) = ZERO
009440         GO TO 6200-NEXT
009450     END-IF.
009460     MOVE SPACES TO ALERT-CONTROL-RECORD.
009470     SET ACL-FAILURE OF ALERT-CONTROL-RECORD TO TRUE.
009480     MOVE N5-FLR-HZCUS (N5-FLR-IDX)
009490         TO ACL-FLR-HZCUS OF ALERT-CONTROL-RECORD.
009500     MOVE N5-FLR-CHANNEL (N5-FLR-IDX)
009510         TO ACL-FLR-CHANNEL OF ALERT-CONTROL-RECORD.
009520     MOVE N5-FLR-CONTACT (N5-FLR-IDX)
009530         TO ACL-FLR-CONTACT OF ALERT-CONTROL-RECORD.
009540     MOVE N5-FLR-COUNT (N5-FLR-IDX)
009550         TO ACL-FLR-COUNT OF ALERT-CONTROL-RECORD.
009560     MOVE N5-FLR-LAST-DATE (N5-FLR-IDX)
009570         TO ACL-FLR-LAST-DATE OF ALERT-CONTROL-RECORD.
009580     MOVE N5-FLR-REASON (N5-FLR-IDX)
009590         TO ACL-FLR-REASON OF ALERT-CONTROL-RECORD.
009600     MOVE ALERT-CONTROL-RECORD TO ALCNEWF-RECORD.
009610     WRITE ALCNEWF-RECORD.
009620 6200-NEXT.
009630     SET N5-FLR-IDX UP BY 1.
009640 6200-EXIT.
009650     EXIT.
009660*-----------------------------------------------------------------
009670 7000-PRINT-REPORT.
009680*-----------------------------------------------------------------
009690     MOVE 'ALERTS RAISED THIS RUN' TO N5-SECTION-TITLE.
009700     MOVE N5-SECTION-LINE TO ALRRPT-RECORD.
009710     WRITE ALRRPT-RECORD.
009720     MOVE N5-DEBIT-COUNT    TO N5-RSL-DEBIT.
009730     MOVE N5-CREDIT-COUNT   TO N5-RSL-CREDIT.
009740     MOVE N5-FLOOR-COUNT    TO N5-RSL-FLOOR.
009750     MOVE N5-PLACED-COUNT   TO N5-RSL-PLACED.
009760     MOVE N5-RELEASED-COUNT TO N5-RSL-RELEASED.
009770     MOVE N5-ALERT-COUNT    TO N5-RSL-TOTAL.
009780     MOVE N5-RAISED-LINE TO ALRRPT-RECORD.
009790     WRITE ALRRPT-RECORD.
009800     MOVE 'ALERTS FOR THE BUSINESS DATE BY CHANNEL'
009810         TO N5-SECTION-TITLE.
009820     MOVE N5-SECTION-LINE TO ALRRPT-RECORD.
009830     WRITE ALRRPT-RECORD.
009840     MOVE 1 TO N5-CHANNEL-SUB.
009850     PERFORM 7100-PRINT-CHANNEL THRU 7100-EXIT
009860         UNTIL N5-CHANNEL-SUB > 2.
009870     MOVE 'CUSTOMERS WITH REPEATED DELIVERY FAILURES'
009880         TO N5-SECTION-TITLE.
009890     MOVE N5-SECTION-LINE TO ALRRPT-RECORD.
009900     WRITE ALRRPT-RECORD.
009910     SET N5-FLR-IDX TO 1.
009920     PERFORM 7200-PRINT-FAILURE THRU 7200-EXIT
009930         UNTIL N5-FLR-IDX > N5-FAILURE-COUNT.
009940     IF N5-LISTED-COUNT = ZERO
009950         MOVE N5-NONE-LINE TO ALRRPT-RECORD
009960         WRITE ALRRPT-RECORD
009970     END-IF.
009980 7000-EXIT.
009990     EXIT.
010000*-----------------------------------------------------------------
010010 7100-PRINT-CHANNEL.
010020*-----------------------------------------------------------------
010030     MOVE N5-CHANNEL-NAME (N5-CHANNEL-SUB) TO N5-CHL-NAME.
010040     MOVE ACL-SENT-COUNT OF N5-CONTROL-WORK (N5-CHANNEL-SUB)
010050         TO N5-CHL-SENT.
010060     MOVE ACL-DELIVERED-COUNT OF N5-CONTROL-WORK (N5-CHANNEL-SUB)
010070         TO N5-CHL-DELIVERED.
010080     MOVE ACL-FAILED-COUNT OF N5-CONTROL-WORK (N5-CHANNEL-SUB)
010090         TO N5-CHL-FAILED.
010100     MOVE N5-CHANNEL-LINE TO ALRRPT-RECORD.
010110     WRITE ALRRPT-RECORD.
010120     ADD 1 TO N5-CHANNEL-SUB.
010130 7100-EXIT.
010140     EXIT.
010150*-----------------------------------------------------------------
010160 7200-PRINT-FAILURE.
010170*-----------------------------------------------------------------
010180     IF N5-FLR-COUNT (N5-FLR-IDX) < N5-FAILURE-LIMIT
010190         GO TO 7200-NEXT
010200     END-IF.
010210     ADD 1 TO N5-LISTED-COUNT.
010220     MOVE N5-FLR-HZCUS (N5-FLR-IDX) TO N5-FLL-HZCUS.
010230     IF N5-FLR-CHANNEL (N5-FLR-IDX) = 'S'
010240         MOVE N5-CHANNEL-NAME (1) TO N5-FLL-CHANNEL
010250     ELSE
010260         MOVE N5-CHANNEL-NAME (2) TO N5-FLL-CHANNEL
010270     END-IF.
010280     MOVE N5-FLR-CONTACT (N5-FLR-IDX) TO N5-FLL-CONTACT.
010290     MOVE N5-FLR-COUNT (N5-FLR-IDX) TO N5-FLL-COUNT.
010300     MOVE N5-FLR-LAST-DATE (N5-FLR-IDX) TO N5-FLL-LAST-DATE.
010310     MOVE N5-FLR-REASON (N5-FLR-IDX) TO N5-FLL-REASON.
010320     MOVE N5-FAILURE-LINE TO ALRRPT-RECORD.
010330     WRITE ALRRPT-RECORD.
010340 7200-NEXT.
010350     SET N5-FLR-IDX UP BY 1.
010360 7200-EXIT.
010370     EXIT.
010380*-----------------------------------------------------------------
010390 8000-TERMINATE.
010400*-----------------------------------------------------------------
010410     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
010420     CLOSE LOGGERSF.
010430     CLOSE HOLDRELF.
010440     CLOSE CUSTSNPF.
010450     CLOSE ALDLVF.
010460     CLOSE ALERTF.
010470     CLOSE ALCNEWF.
010480     CLOSE ALRRPT.
010490     DISPLAY 'ESB105N: ALERTS ' N5-ALERT-COUNT
010500         ' STATUSES ' N5-STATUS-COUNT
010510         ' CONTACTS LISTED ' N5-LISTED-COUNT.
010550 8000-EXIT.
010560     EXIT.
010570*-----------------------------------------------------------------
010580 9100-READ-ALSUBF.
010590*-----------------------------------------------------------------
010600     READ ALSUBF
010610         AT END
010620             SET N5-ALSUBF-EOF TO TRUE
010630     END-READ.
010640 9100-EXIT.
010650     EXIT.
010660*-----------------------------------------------------------------
010670 9200-READ-ALCOLDF.
010680*-----------------------------------------------------------------
010690     READ ALCOLDF
010700         AT END
010710             SET N5-ALCOLDF-EOF TO TRUE
010720     END-READ.
010730 9200-EXIT.
010740     EXIT.
010750*-----------------------------------------------------------------
010760 9300-READ-LOGGERSF.
010770*-----------------------------------------------------------------
010780     READ LOGGERSF
010790         AT END
010800             SET N5-LOGGERSF-EOF TO TRUE
010810     END-READ.
010820 9300-EXIT.
010830     EXIT.
010840*-----------------------------------------------------------------
010850 9400-READ-HOLDRELF.
010860*-----------------------------------------------------------------
010870     READ HOLDRELF
010880         AT END
010890             SET N5-HOLDRELF-EOF TO TRUE
010900     END-READ.
010910 9400-EXIT.
010920     EXIT.
010930*-----------------------------------------------------------------
010940 9500-READ-CUSTSNPF.
010950*-----------------------------------------------------------------
010960     READ CUSTSNPF
010970         AT END
010980             SET N5-CUSTSNPF-EOF TO TRUE
010990     END-READ.
011000 9500-EXIT.
011010     EXIT.
011020*-----------------------------------------------------------------
011030 9600-READ-ALDLVF.
011040*-----------------------------------------------------------------
011050     READ ALDLVF
011060         AT END
011070             SET N5-ALDLVF-EOF TO TRUE
011080     END-READ.
011090 9600-EXIT.
011100     EXIT.
011110*-----------------------------------------------------------------
011120 9900-WRITE-RUN-STATS.
011130*-----------------------------------------------------------------
011140     MOVE 'ESB105N' TO RST-PROGRAM-ID.
011150     MOVE N5-RUN-DATE TO RST-BUSINESS-DATE.
011160     ACCEPT RST-END-TIME FROM TIME.
011170     MOVE '00' TO RST-WORST-STATUS.
011180     IF N5-LOGGERSF-STATUS NOT = '00'
011190        AND N5-LOGGERSF-STATUS NOT = '10'
011200         MOVE N5-LOGGERSF-STATUS TO RST-WORST-STATUS
011210     END-IF.
011220     IF N5-ALERTF-STATUS NOT = '00'
011230         MOVE N5-ALERTF-STATUS TO RST-WORST-STATUS
011240     END-IF.
011250     IF N5-ALCNEWF-STATUS NOT = '00'
011260         MOVE N5-ALCNEWF-STATUS TO RST-WORST-STATUS
011270     END-IF.
011280     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
011290 9900-EXIT.
011300     EXIT.
011310*-----------------------------------------------------------------
011320 9999-EXIT.
011330*-----------------------------------------------------------------
011340     EXIT.
