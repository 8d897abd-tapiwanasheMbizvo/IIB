000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB106W
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    INTRADAY BALANCE WATCH, RUN ONCE PER POLLING CYCLE AHEAD OF
000200*    ESB046C.  THE ACCOUNTS ON THE WATCH LIST (BWLISTF: TRIPLE,
000210*    LOW AND HIGH THRESHOLDS, POLLING INTERVAL) ARE POLLED BY
000220*    BALANCE-ENQUIRY REQUESTS WRITTEN TO ENQRQSTF FOR ESB046C, SO
000230*    AN ACCOUNT ENQUIRED WITHIN THE CACHE AGE IS ANSWERED FROM
000240*    THE CACHE AND NOT RE-SENT TO EQUATION.  EACH CYCLE FIRST
000250*    TAKES THE ANSWERS TO THE LAST CYCLE'S REQUESTS, FROM THE
000260*    CACHE (ANSWRDF) AND FROM EQUATION (BALENQR, REASSEMBLED BY
000270*    ESB016S), MATCHED ON THE PCREF OUTSTANDING FOR THE ACCOUNT,
000280*    THEN RAISES A REQUEST FOR EVERY ACCOUNT WHOSE INTERVAL HAS
000290*    RUN SINCE ITS LAST REQUEST.
000296*    THE BALANCE TAKEN (HZNABL LESS THE OVERDRAFT LIMIT HZODL,
000302*    SO NEGATIVE BY THE AMOUNT DRAWN, HZODL LESS HZNABL, WHEN
000308*    OVERDRAWN AS IN ESB012U; OR HZLABL AS THE LIST SAYS) IS
000314*    WRITTEN TO THE DAY'S HISTORY
000320*    (BWHISTF) AND COMPARED WITH THE THRESHOLDS.  AN ACCOUNT
000330*    MOVING BELOW ITS LOW OR ABOVE ITS HIGH THRESHOLD WRITES ONE
000340*    BREACH TO THE CONSOLE ALERT FILE (BWALRTF); IT IS NOT
000350*    RAISED AGAIN UNTIL THE BALANCE HAS COME BACK INSIDE THE
000360*    BAND.  THE DAY'S POSITIONS, BREACHES AND THE CONSOLE'S
000370*    ACKNOWLEDGEMENTS (BWACKF) ARE CARRIED ON THE STATE FILE
000380*    (BWSOLDF TO BWSNEWF), WHICH ESB107S SUMMARISES AT THE END
000390*    OF THE DAY.  THE FIRST CYCLE OF A NEW BUSINESS DATE STARTS
000400*    THE POSITIONS, HISTORY AND ALERT FILES AFRESH.
000406*    A TABLE TOO SMALL FOR ITS FILE STOPS THE RUN WITH RETURN
000412*    CODE 8 BEFORE THE NEW STATE FILE IS WRITTEN.
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY.
000440*    15-OCT-2026  TC   INITIAL VERSION.
000450******************************************************************
000460 PROGRAM-ID. ESB106W.
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-ZSERIES.
000500 OBJECT-COMPUTER. IBM-ZSERIES.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT BWLISTF  ASSIGN TO BWLISTF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS W6-BWLISTF-STATUS.
000560     SELECT BWSOLDF  ASSIGN TO BWSOLDF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS W6-BWSOLDF-STATUS.
000590     SELECT BWACKF   ASSIGN TO BWACKF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS W6-BWACKF-STATUS.
000620     SELECT ANSWRDF  ASSIGN TO ANSWRDF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS W6-ANSWRDF-STATUS.
000650     SELECT BALENQR  ASSIGN TO BALENQR
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS W6-BALENQR-STATUS.
000680     SELECT ENQRQSTF ASSIGN TO ENQRQSTF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS W6-ENQRQSTF-STATUS.
000710     SELECT BWHISTF  ASSIGN TO BWHISTF
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS W6-BWHISTF-STATUS.
000740     SELECT BWALRTF  ASSIGN TO BWALRTF
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS W6-BWALRTF-STATUS.
000770     SELECT BWSNEWF  ASSIGN TO BWSNEWF
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS W6-BWSNEWF-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  BWLISTF
000830     RECORDING MODE IS F.
000840     COPY "Balance_Watch_List.cpy".
000850 FD  BWSOLDF
000860     RECORDING MODE IS F.
000870     COPY "Balance_Watch_State.cpy".
000880 FD  BWACKF
000890     RECORDING MODE IS F.
000900     COPY "Balance_Watch_Ack.cpy".
000910 FD  ANSWRDF
000920     RECORDING MODE IS F.
000930 01  ANSWRDF-RECORD               PIC X(1060).
000940 FD  BALENQR
000950     RECORDING MODE IS F.
000960 01  BALENQR-RECORD               PIC X(1060).
000970 FD  ENQRQSTF
000980     RECORDING MODE IS F.
000990 01  ENQRQSTF-RECORD              PIC X(1060).
001000 FD  BWHISTF
001010     RECORDING MODE IS F.
001020     COPY "Balance_Watch_History.cpy".
001030 FD  BWALRTF
001040     RECORDING MODE IS F.
001050     COPY "Balance_Watch_Alert.cpy".
001060 FD  BWSNEWF
001070     RECORDING MODE IS F.
001080 01  BWSNEWF-RECORD               PIC X(181).
001090 WORKING-STORAGE SECTION.
001100 01  W6-BWLISTF-STATUS            PIC X(002) VALUE '00'.
001110     88 W6-BWLISTF-OK                        VALUE '00'.
001120 01  W6-BWSOLDF-STATUS            PIC X(002) VALUE '00'.
001130     88 W6-BWSOLDF-OK                        VALUE '00'.
001140 01  W6-BWACKF-STATUS             PIC X(002) VALUE '00'.
001150     88 W6-BWACKF-OK                         VALUE '00'.
001160 01  W6-ANSWRDF-STATUS            PIC X(002) VALUE '00'.
001170     88 W6-ANSWRDF-OK                        VALUE '00'.
001180 01  W6-BALENQR-STATUS            PIC X(002) VALUE '00'.
001190     88 W6-BALENQR-OK                        VALUE '00'.
001200 01  W6-ENQRQSTF-STATUS           PIC X(002) VALUE '00'.
001210 01  W6-BWHISTF-STATUS            PIC X(002) VALUE '00'.
001220     88 W6-BWHISTF-OK                        VALUE '00'.
001230     88 W6-BWHISTF-NOT-THERE                 VALUE '35'.
001240 01  W6-BWALRTF-STATUS            PIC X(002) VALUE '00'.
001250     88 W6-BWALRTF-OK                        VALUE '00'.
001260     88 W6-BWALRTF-NOT-THERE                 VALUE '35'.
001270 01  W6-BWSNEWF-STATUS            PIC X(002) VALUE '00'.
001280 01  W6-SWITCHES.
001290     05 W6-BWLISTF-EOF-SW         PIC X(001) VALUE 'N'.
001300        88 W6-BWLISTF-EOF                    VALUE 'Y'.
001310     05 W6-BWSOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001320        88 W6-BWSOLDF-EOF                    VALUE 'Y'.
001330     05 W6-BWACKF-EOF-SW          PIC X(001) VALUE 'N'.
001340        88 W6-BWACKF-EOF                     VALUE 'Y'.
001350     05 W6-ANSWRDF-EOF-SW         PIC X(001) VALUE 'N'.
001360        88 W6-ANSWRDF-EOF                    VALUE 'Y'.
001370     05 W6-BALENQR-EOF-SW         PIC X(001) VALUE 'N'.
001380        88 W6-BALENQR-EOF                    VALUE 'Y'.
001390     05 W6-WATCH-FOUND-SW         PIC X(001) VALUE 'N'.
001400        88 W6-WATCH-FOUND                    VALUE 'Y'.
001410     05 W6-BREACH-FOUND-SW        PIC X(001) VALUE 'N'.
001420        88 W6-BREACH-FOUND                   VALUE 'Y'.
001430     05 W6-NEW-DAY-SW             PIC X(001) VALUE 'N'.
001440        88 W6-NEW-DAY                        VALUE 'Y'.
001470 01  W6-DATE-TIME.
001480     05 W6-RUN-DATE               PIC 9(008) VALUE ZERO.
001490     05 W6-RUN-TIME               PIC 9(006) VALUE ZERO.
001500*    EVERY WATCH ENQUIRY CARRIES THIS KEY SO ITS ANSWER CAN BE
001510*    TOLD FROM ANY OTHER BALANCE ENQUIRY ON THE SAME FILES.
001520 01  W6-ENQUIRY-KEY               PIC X(050)
001530         VALUE 'INTRADAY BALANCE WATCH'.
001540 01  W6-NEW-PCREF.
001550     05 W6-NEW-PCREF-DATE         PIC 9(008).
001560     05 W6-NEW-PCREF-TAG          PIC X(001) VALUE 'W'.
001570     05 W6-NEW-PCREF-SEQ          PIC 9(006).
001580 01  W6-RUN-MINUTES               PIC 9(005) COMP VALUE ZERO.
001590 01  W6-REQ-MINUTES               PIC 9(005) COMP VALUE ZERO.
001600 01  W6-AGE-MINUTES               PIC S9(005) COMP VALUE ZERO.
001610 01  W6-TIME-SPLIT.
001620     05 W6-TIME-HH                PIC 9(002).
001630     05 W6-TIME-MM                PIC 9(002).
001640     05 W6-TIME-SS                PIC 9(002).
001650 01  W6-WORK-TRIPLE.
001660     05 W6-WORK-BRANCH            PIC X(004).
001670     05 W6-WORK-ACCOUNT           PIC X(006).
001680     05 W6-WORK-SUBACCT           PIC X(003).
001690 01  W6-BALANCE-WORK.
001700     05 W6-BALANCE-TEXT           PIC X(016).
001710     05 W6-BALANCE-NUMERIC REDEFINES W6-BALANCE-TEXT
001720                                  PIC 9(014)V99.
001730 01  W6-ODL-WORK.
001740     05 W6-ODL-TEXT               PIC X(016).
001750     05 W6-ODL-NUMERIC REDEFINES W6-ODL-TEXT
001760                                  PIC 9(014)V99.
001770 01  W6-BALANCE                   PIC S9(015)V99 VALUE ZERO.
001780 01  W6-COUNTERS.
001790     05 W6-ANSWER-COUNT           PIC 9(007) VALUE ZERO.
001800     05 W6-STALE-COUNT            PIC 9(007) VALUE ZERO.
001810     05 W6-REQUEST-COUNT          PIC 9(007) VALUE ZERO.
001820     05 W6-UNANSWERED-COUNT       PIC 9(007) VALUE ZERO.
001830     05 W6-BREACH-COUNT-RUN       PIC 9(007) VALUE ZERO.
001840     05 W6-ACK-COUNT              PIC 9(007) VALUE ZERO.
001850 01  W6-WATCH-COUNT               PIC 9(004) COMP VALUE ZERO.
001860 01  W6-WATCH-TABLE.
001870     05 W6-WCH-ENTRY OCCURS 300 TIMES
001880        INDEXED BY W6-WCH-IDX, W6-WCH-LOOKUP-IDX.
001890        10 W6-WCH-TRIPLE          PIC X(013).
001900        10 W6-WCH-DESCRIPTION     PIC X(030).
001910        10 W6-WCH-BALANCE-TYPE    PIC X(001).
001920        10 W6-WCH-LOW-WATCH       PIC X(001).
001930        10 W6-WCH-LOW-THRESHOLD   PIC S9(013)V99.
001940        10 W6-WCH-HIGH-WATCH      PIC X(001).
001950        10 W6-WCH-HIGH-THRESHOLD  PIC S9(013)V99.
001960        10 W6-WCH-INTERVAL        PIC 9(004).
001970        10 W6-WCH-CCY             PIC X(003).
001980        10 W6-WCH-PENDING-PCREF   PIC X(015).
001990        10 W6-WCH-LAST-REQ-TIME   PIC 9(006).
002000        10 W6-WCH-POLL-COUNT      PIC 9(005).
002010        10 W6-WCH-OPEN-BALANCE    PIC S9(015)V99.
002020        10 W6-WCH-HIGH-BALANCE    PIC S9(015)V99.
002030        10 W6-WCH-HIGH-TIME       PIC 9(006).
002040        10 W6-WCH-LOW-BALANCE     PIC S9(015)V99.
002050        10 W6-WCH-LOW-TIME        PIC 9(006).
002060        10 W6-WCH-CLOSE-BALANCE   PIC S9(015)V99.
002070        10 W6-WCH-CLOSE-TIME      PIC 9(006).
002080        10 W6-WCH-BREACH-STATE    PIC X(001).
002090 01  W6-BREACH-COUNT              PIC 9(004) COMP VALUE ZERO.
002100 01  W6-BREACH-TABLE.
002110     05 W6-BRC-ENTRY OCCURS 2000 TIMES
002120        INDEXED BY W6-BRC-IDX, W6-BRC-LOOKUP-IDX.
002130        10 W6-BRC-ID              PIC X(014).
002140        10 W6-BRC-IMAGE           PIC X(181).
002150 COPY "Balance_Enquiry.cpy"
002160     REPLACING LEADING ==BALANCE-ENQUIRY==
002170         BY ==W6-ANSWER==.
002180 COPY "Balance_Enquiry.cpy"
002190     REPLACING LEADING ==BALANCE-ENQUIRY==
002200         BY ==W6-ENQUIRY==.
002210 COPY "Balance_Watch_State.cpy"
002220     REPLACING BALANCE-WATCH-STATE-RECORD BY W6-STATE-WORK.
002230 COPY "Balance_Watch_State.cpy"
002240     REPLACING BALANCE-WATCH-STATE-RECORD BY W6-BREACH-WORK.
002243 COPY "Balance_Watch_State.cpy"
002246     REPLACING BALANCE-WATCH-STATE-RECORD BY W6-POSITION-WORK.
002250 COPY "Business_Date_Service.cpy".
002260 COPY "Run_Statistics.cpy".
002270 PROCEDURE DIVISION.
002280*-----------------------------------------------------------------
002290 0000-MAINLINE.
002300*-----------------------------------------------------------------
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-TAKE-ONE-CACHE-ANSWER THRU 2000-EXIT
002330         UNTIL W6-ANSWRDF-EOF.
002340     PERFORM 2050-TAKE-ONE-EQUATION-ANSWER THRU 2050-EXIT
002350         UNTIL W6-BALENQR-EOF.
002360     SET W6-WCH-IDX TO 1.
002370     PERFORM 3000-RAISE-IF-DUE THRU 3000-EXIT
002380         UNTIL W6-WCH-IDX > W6-WATCH-COUNT.
002390     PERFORM 6000-WRITE-NEW-STATE THRU 6000-EXIT.
002400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002410     STOP RUN.
002420*-----------------------------------------------------------------
002430 1000-INITIALIZE.
002440*-----------------------------------------------------------------
002450     ACCEPT W6-RUN-DATE FROM DATE YYYYMMDD.
002460     MOVE SPACES TO BUSINESS-DATE-AREA.
002470     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002480     EVALUATE TRUE
002490         WHEN BDS-OK
002500             MOVE BDS-BUSINESS-DATE TO W6-RUN-DATE
002510         WHEN BDS-NOT-STARTED
002520             DISPLAY 'ESB106W: BUSINESS DATE NOT STARTED -'
002530                 ' RUN REFUSED'
002540             MOVE 8 TO RETURN-CODE
002550             STOP RUN
002560         WHEN OTHER
002570             CONTINUE
002580     END-EVALUATE.
002590     ACCEPT W6-RUN-TIME FROM TIME.
002600     ACCEPT RST-START-TIME FROM TIME.
002610     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002620                  RST-REJECT-COUNT.
002630     MOVE W6-RUN-TIME TO W6-TIME-SPLIT.
002640     COMPUTE W6-RUN-MINUTES =
002650         (W6-TIME-HH * 60) + W6-TIME-MM.
002660     OPEN INPUT BWLISTF.
002670     IF W6-BWLISTF-OK
002680         PERFORM 9100-READ-BWLISTF THRU 9100-EXIT
002690     ELSE
002700         SET W6-BWLISTF-EOF TO TRUE
002710     END-IF.
002720     PERFORM 1100-LOAD-WATCH-LIST THRU 1100-EXIT
002730         UNTIL W6-BWLISTF-EOF.
002740     CLOSE BWLISTF.
002750*    THE STATE'S CONTROL RECORD COMES FIRST; WITHOUT ONE, OR
002760*    WHEN IT IS FOR AN EARLIER DATE, THE DAY STARTS AFRESH.
002770     MOVE SPACES TO W6-STATE-WORK.
002780     INITIALIZE BWS-CONTROL-DETAIL OF W6-STATE-WORK.
002790     SET BWS-CONTROL OF W6-STATE-WORK TO TRUE.
002800     SET W6-NEW-DAY TO TRUE.
002810     OPEN INPUT BWSOLDF.
002820     IF W6-BWSOLDF-OK
002830         PERFORM 9200-READ-BWSOLDF THRU 9200-EXIT
002840     ELSE
002850         SET W6-BWSOLDF-EOF TO TRUE
002860     END-IF.
002870     IF NOT W6-BWSOLDF-EOF
002880        AND BWS-CONTROL OF BALANCE-WATCH-STATE-RECORD
002890        AND BWS-BUSINESS-DATE OF BALANCE-WATCH-STATE-RECORD =
002900             W6-RUN-DATE
002910         MOVE 'N' TO W6-NEW-DAY-SW
002920         MOVE BALANCE-WATCH-STATE-RECORD TO W6-STATE-WORK
002930         PERFORM 9200-READ-BWSOLDF THRU 9200-EXIT
002940         PERFORM 1200-LOAD-STATE THRU 1200-EXIT
002950             UNTIL W6-BWSOLDF-EOF
002960     END-IF.
002970     CLOSE BWSOLDF.
002980     IF W6-NEW-DAY
002990         MOVE W6-RUN-DATE TO BWS-BUSINESS-DATE OF W6-STATE-WORK
003000         MOVE ZERO TO BWS-LAST-PCREF-SEQ OF W6-STATE-WORK
003010                      BWS-LAST-BREACH-SEQ OF W6-STATE-WORK
003020                      BWS-CYCLE-COUNT OF W6-STATE-WORK
003030     END-IF.
003040     ADD 1 TO BWS-CYCLE-COUNT OF W6-STATE-WORK.
003050     MOVE W6-RUN-TIME TO BWS-LAST-CYCLE-TIME OF W6-STATE-WORK.
003060     OPEN INPUT BWACKF.
003070     IF W6-BWACKF-OK
003080         PERFORM 9300-READ-BWACKF THRU 9300-EXIT
003090     ELSE
003100         SET W6-BWACKF-EOF TO TRUE
003110     END-IF.
003120     PERFORM 1300-APPLY-ACK THRU 1300-EXIT
003130         UNTIL W6-BWACKF-EOF.
003140     CLOSE BWACKF.
003150     OPEN INPUT ANSWRDF.
003160     IF W6-ANSWRDF-OK
003170         PERFORM 9400-READ-ANSWRDF THRU 9400-EXIT
003180     ELSE
003190         SET W6-ANSWRDF-EOF TO TRUE
003200     END-IF.
003210     OPEN INPUT BALENQR.
003220     IF W6-BALENQR-OK
003230         PERFORM 9500-READ-BALENQR THRU 9500-EXIT
003240     ELSE
003250         SET W6-BALENQR-EOF TO TRUE
003260     END-IF.
003270     OPEN OUTPUT ENQRQSTF.
003280     OPEN OUTPUT BWSNEWF.
003290     IF W6-NEW-DAY
003300         OPEN OUTPUT BWHISTF
003310         OPEN OUTPUT BWALRTF
003320     ELSE
003330         PERFORM 1400-OPEN-DAY-FILES THRU 1400-EXIT
003340     END-IF.
003350 1000-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380 1100-LOAD-WATCH-LIST.
003390*-----------------------------------------------------------------
003400     IF NOT BWL-ACTIVE
003410         GO TO 1100-READ-NEXT
003420     END-IF.
003423*    AN ACCOUNT LEFT OFF THE TABLE WOULD SILENTLY GO UNWATCHED,
003426*    SO A LIST TOO LONG FOR IT STOPS THE RUN.
003430     IF W6-WATCH-COUNT NOT < 300
003440         DISPLAY 'ESB106W: WATCH TABLE FULL AT '
003450             BWL-HZAB BWL-HZAN BWL-HZAS ' - RUN REFUSED'
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     ADD 1 TO W6-WATCH-COUNT.
003500     SET W6-WCH-IDX TO W6-WATCH-COUNT.
003510     MOVE BWL-HZAB TO W6-WORK-BRANCH.
003520     MOVE BWL-HZAN TO W6-WORK-ACCOUNT.
003530     MOVE BWL-HZAS TO W6-WORK-SUBACCT.
003540     MOVE W6-WORK-TRIPLE       TO W6-WCH-TRIPLE (W6-WCH-IDX).
003550     MOVE BWL-DESCRIPTION      TO W6-WCH-DESCRIPTION (W6-WCH-IDX).
003560     MOVE BWL-BALANCE-TYPE
003570         TO W6-WCH-BALANCE-TYPE (W6-WCH-IDX).
003580     MOVE BWL-LOW-WATCH        TO W6-WCH-LOW-WATCH (W6-WCH-IDX).
003590     MOVE BWL-LOW-THRESHOLD
003600         TO W6-WCH-LOW-THRESHOLD (W6-WCH-IDX).
003610     MOVE BWL-HIGH-WATCH       TO W6-WCH-HIGH-WATCH (W6-WCH-IDX).
003620     MOVE BWL-HIGH-THRESHOLD
003630         TO W6-WCH-HIGH-THRESHOLD (W6-WCH-IDX).
003640     MOVE BWL-INTERVAL-MINUTES TO W6-WCH-INTERVAL (W6-WCH-IDX).
003650     MOVE SPACES TO W6-WCH-CCY (W6-WCH-IDX)
003660                    W6-WCH-PENDING-PCREF (W6-WCH-IDX)
003670                    W6-WCH-BREACH-STATE (W6-WCH-IDX).
003680     MOVE ZERO TO W6-WCH-LAST-REQ-TIME (W6-WCH-IDX)
003690                  W6-WCH-POLL-COUNT (W6-WCH-IDX)
003700                  W6-WCH-OPEN-BALANCE (W6-WCH-IDX)
003710                  W6-WCH-HIGH-BALANCE (W6-WCH-IDX)
003720                  W6-WCH-HIGH-TIME (W6-WCH-IDX)
003730                  W6-WCH-LOW-BALANCE (W6-WCH-IDX)
003740                  W6-WCH-LOW-TIME (W6-WCH-IDX)
003750                  W6-WCH-CLOSE-BALANCE (W6-WCH-IDX)
003760                  W6-WCH-CLOSE-TIME (W6-WCH-IDX).
003770 1100-READ-NEXT.
003780     PERFORM 9100-READ-BWLISTF THRU 9100-EXIT.
003790 1100-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820 1200-LOAD-STATE.
003830*-----------------------------------------------------------------
003840     EVALUATE TRUE
003850         WHEN BWS-POSITION OF BALANCE-WATCH-STATE-RECORD
003860             PERFORM 1210-LOAD-POSITION THRU 1210-EXIT
003870         WHEN BWS-BREACH OF BALANCE-WATCH-STATE-RECORD
003880             PERFORM 1220-LOAD-BREACH THRU 1220-EXIT
003890         WHEN OTHER
003900             CONTINUE
003910     END-EVALUATE.
003920     PERFORM 9200-READ-BWSOLDF THRU 9200-EXIT.
003930 1200-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960 1210-LOAD-POSITION.
003970*-----------------------------------------------------------------
003980*    AN ACCOUNT TAKEN OFF THE LIST SINCE THE LAST CYCLE IS
003990*    DROPPED.
004000     MOVE BWS-POS-TRIPLE OF BALANCE-WATCH-STATE-RECORD
004010         TO W6-WORK-TRIPLE.
004020     PERFORM 2200-FIND-WATCH THRU 2200-EXIT.
004030     IF NOT W6-WATCH-FOUND
004040         GO TO 1210-EXIT
004050     END-IF.
004060     SET W6-WCH-IDX TO W6-WCH-LOOKUP-IDX.
004070     MOVE BWS-POS-CCY OF BALANCE-WATCH-STATE-RECORD
004080         TO W6-WCH-CCY (W6-WCH-IDX).
004090     MOVE BWS-POS-PENDING-PCREF OF BALANCE-WATCH-STATE-RECORD
004100         TO W6-WCH-PENDING-PCREF (W6-WCH-IDX).
004110     MOVE BWS-POS-LAST-REQ-TIME OF BALANCE-WATCH-STATE-RECORD
004120         TO W6-WCH-LAST-REQ-TIME (W6-WCH-IDX).
004130     MOVE BWS-POS-POLL-COUNT OF BALANCE-WATCH-STATE-RECORD
004140         TO W6-WCH-POLL-COUNT (W6-WCH-IDX).
004150     MOVE BWS-POS-OPEN-BALANCE OF BALANCE-WATCH-STATE-RECORD
004160         TO W6-WCH-OPEN-BALANCE (W6-WCH-IDX).
004170     MOVE BWS-POS-HIGH-BALANCE OF BALANCE-WATCH-STATE-RECORD
004180         TO W6-WCH-HIGH-BALANCE (W6-WCH-IDX).
004190     MOVE BWS-POS-HIGH-TIME OF BALANCE-WATCH-STATE-RECORD
004200         TO W6-WCH-HIGH-TIME (W6-WCH-IDX).
004210     MOVE BWS-POS-LOW-BALANCE OF BALANCE-WATCH-STATE-RECORD
004220         TO W6-WCH-LOW-BALANCE (W6-WCH-IDX).
004230     MOVE BWS-POS-LOW-TIME OF BALANCE-WATCH-STATE-RECORD
004240         TO W6-WCH-LOW-TIME (W6-WCH-IDX).
004250     MOVE BWS-POS-CLOSE-BALANCE OF BALANCE-WATCH-STATE-RECORD
004260         TO W6-WCH-CLOSE-BALANCE (W6-WCH-IDX).
004270     MOVE BWS-POS-CLOSE-TIME OF BALANCE-WATCH-STATE-RECORD
004280         TO W6-WCH-CLOSE-TIME (W6-WCH-IDX).
004290     MOVE BWS-POS-BREACH-STATE OF BALANCE-WATCH-STATE-RECORD
004300         TO W6-WCH-BREACH-STATE (W6-WCH-IDX).
004310 1210-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------------
004340 1220-LOAD-BREACH.
004350*-----------------------------------------------------------------
004353*    A BREACH DROPPED HERE WOULD LOSE ITS ACKNOWLEDGEMENT AND
004356*    VANISH FROM ESB107S'S SUMMARY, SO IT STOPS THE RUN.
004360     IF W6-BREACH-COUNT NOT < 2000
004370         DISPLAY 'ESB106W: BREACH TABLE FULL AT '
004380             BWS-BRC-ID OF BALANCE-WATCH-STATE-RECORD
004387             ' - RUN REFUSED'
004394         MOVE 8 TO RETURN-CODE
004401         STOP RUN
004410     END-IF.
004420     ADD 1 TO W6-BREACH-COUNT.
004430     SET W6-BRC-IDX TO W6-BREACH-COUNT.
004440     MOVE BWS-BRC-ID OF BALANCE-WATCH-STATE-RECORD
004450         TO W6-BRC-ID (W6-BRC-IDX).
004460     MOVE BALANCE-WATCH-STATE-RECORD TO W6-BRC-IMAGE (W6-BRC-IDX).
004470 1220-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 1300-APPLY-ACK.
004510*-----------------------------------------------------------------
004520     ADD 1 TO RST-RECORDS-IN.
004530     MOVE 'N' TO W6-BREACH-FOUND-SW.
004540     SET W6-BRC-LOOKUP-IDX TO 1.
004550     PERFORM 1310-SCAN-BREACH THRU 1310-EXIT
004560         UNTIL W6-BRC-LOOKUP-IDX > W6-BREACH-COUNT
004570            OR W6-BREACH-FOUND.
004580     IF NOT W6-BREACH-FOUND
004590         GO TO 1300-READ-NEXT
004600     END-IF.
004610*    THE FIRST ACKNOWLEDGEMENT OF A BREACH STANDS.
004620     MOVE W6-BRC-IMAGE (W6-BRC-LOOKUP-IDX) TO W6-BREACH-WORK.
004630     IF BWS-BRC-ACK-DATE OF W6-BREACH-WORK = ZERO
004640         MOVE BWK-ACK-DATE TO BWS-BRC-ACK-DATE OF W6-BREACH-WORK
004650         MOVE BWK-ACK-TIME TO BWS-BRC-ACK-TIME OF W6-BREACH-WORK
004660         MOVE BWK-ACK-USER TO BWS-BRC-ACK-USER OF W6-BREACH-WORK
004670         MOVE W6-BREACH-WORK TO W6-BRC-IMAGE (W6-BRC-LOOKUP-IDX)
004680         ADD 1 TO W6-ACK-COUNT
004690     END-IF.
004700 1300-READ-NEXT.
004710     PERFORM 9300-READ-BWACKF THRU 9300-EXIT.
004720 1300-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750 1310-SCAN-BREACH.
004760*-----------------------------------------------------------------
004770     IF W6-BRC-ID (W6-BRC-LOOKUP-IDX) = BWK-BREACH-ID
004780         SET W6-BREACH-FOUND TO TRUE
004790     ELSE
004800         SET W6-BRC-LOOKUP-IDX UP BY 1
004810     END-IF.
004820 1310-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850 1400-OPEN-DAY-FILES.
004860*-----------------------------------------------------------------
004870     OPEN EXTEND BWHISTF.
004880     IF W6-BWHISTF-NOT-THERE
004890         OPEN OUTPUT BWHISTF
004900     END-IF.
004910     IF NOT W6-BWHISTF-OK
004920         DISPLAY 'ESB106W: UNABLE TO OPEN BWHISTF '
004930             W6-BWHISTF-STATUS
004940     END-IF.
004950     OPEN EXTEND BWALRTF.
004960     IF W6-BWALRTF-NOT-THERE
004970         OPEN OUTPUT BWALRTF
004980     END-IF.
004990     IF NOT W6-BWALRTF-OK
005000         DISPLAY 'ESB106W: UNABLE TO OPEN BWALRTF '
005010             W6-BWALRTF-STATUS
005020     END-IF.
005030 1400-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 2000-TAKE-ONE-CACHE-ANSWER.
005070*-----------------------------------------------------------------
005080     ADD 1 TO RST-RECORDS-IN.
005090     MOVE ANSWRDF-RECORD TO W6-ANSWER.
005100     PERFORM 2100-APPLY-ANSWER THRU 2100-EXIT.
005110     PERFORM 9400-READ-ANSWRDF THRU 9400-EXIT.
005120 2000-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150 2050-TAKE-ONE-EQUATION-ANSWER.
005160*-----------------------------------------------------------------
005170     ADD 1 TO RST-RECORDS-IN.
005180     MOVE BALENQR-RECORD TO W6-ANSWER.
005190     PERFORM 2100-APPLY-ANSWER THRU 2100-EXIT.
005200     PERFORM 9500-READ-BALENQR THRU 9500-EXIT.
005210 2050-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240 2100-APPLY-ANSWER.
005250*-----------------------------------------------------------------
005260     IF ENQUIRYKEY OF W6-ANSWER-HEADER NOT = W6-ENQUIRY-KEY
005270         GO TO 2100-EXIT
005280     END-IF.
005290     MOVE HZAB OF W6-ANSWER-BODY TO W6-WORK-BRANCH.
005300     MOVE HZAN OF W6-ANSWER-BODY TO W6-WORK-ACCOUNT.
005310     MOVE HZAS OF W6-ANSWER-BODY TO W6-WORK-SUBACCT.
005320     PERFORM 2200-FIND-WATCH THRU 2200-EXIT.
005330     IF NOT W6-WATCH-FOUND
005340         GO TO 2100-EXIT
005350     END-IF.
005360     SET W6-WCH-IDX TO W6-WCH-LOOKUP-IDX.
005370*    ONLY THE ANSWER TO THE ENQUIRY STILL OUTSTANDING IS TAKEN.
005380     IF PCREF OF W6-ANSWER-HEADER NOT =
005390         W6-WCH-PENDING-PCREF (W6-WCH-IDX)
005400        OR W6-WCH-PENDING-PCREF (W6-WCH-IDX) = SPACES
005410         ADD 1 TO W6-STALE-COUNT
005420         GO TO 2100-EXIT
005430     END-IF.
005440     IF W6-WCH-BALANCE-TYPE (W6-WCH-IDX) = 'L'
005450         MOVE HZLABL OF W6-ANSWER-BODY TO W6-BALANCE-TEXT
005460     ELSE
005470         MOVE HZNABL OF W6-ANSWER-BODY TO W6-BALANCE-TEXT
005480     END-IF.
005490     IF W6-BALANCE-TEXT IS NOT NUMERIC
005500         DISPLAY 'ESB106W: BALANCE NOT NUMERIC ON '
005510             W6-WORK-TRIPLE
005520         ADD 1 TO RST-REJECT-COUNT
005530         GO TO 2100-EXIT
005540     END-IF.
005550     MOVE W6-BALANCE-NUMERIC TO W6-BALANCE.
005555*    NET AVAILABLE INCLUDES THE UNDRAWN LIMIT, SO THE LIMIT IS
005560*    TAKEN OFF; AN ACCOUNT DRAWING ON ITS OVERDRAFT GOES NEGATIVE
005565*    BY THE AMOUNT DRAWN.
005570     IF W6-WCH-BALANCE-TYPE (W6-WCH-IDX) NOT = 'L'
005580         MOVE HZODL OF W6-ANSWER-BODY TO W6-ODL-TEXT
005590         IF W6-ODL-TEXT IS NUMERIC
005600            AND W6-ODL-NUMERIC > ZERO
005610             COMPUTE W6-BALANCE = W6-BALANCE - W6-ODL-NUMERIC
005630         END-IF
005640     END-IF.
005650     ADD 1 TO W6-ANSWER-COUNT.
005660     MOVE SPACES TO W6-WCH-PENDING-PCREF (W6-WCH-IDX).
005670     MOVE HZCCY OF W6-ANSWER-BODY TO W6-WCH-CCY (W6-WCH-IDX).
005680     PERFORM 2300-UPDATE-POSITION THRU 2300-EXIT.
005690     PERFORM 2400-CHECK-THRESHOLDS THRU 2400-EXIT.
005700     MOVE SPACES TO BALANCE-WATCH-HISTORY-RECORD.
005710     MOVE W6-WORK-BRANCH  TO BWH-HZAB.
005720     MOVE W6-WORK-ACCOUNT TO BWH-HZAN.
005730     MOVE W6-WORK-SUBACCT TO BWH-HZAS.
005740     MOVE W6-RUN-DATE TO BWH-BUSINESS-DATE.
005750     MOVE W6-RUN-TIME TO BWH-TAKEN-TIME.
005760     MOVE W6-BALANCE TO BWH-BALANCE.
005770     MOVE W6-WCH-CCY (W6-WCH-IDX) TO BWH-CCY.
005780     MOVE PCREF OF W6-ANSWER-HEADER TO BWH-PCREF.
005790     MOVE W6-WCH-BREACH-STATE (W6-WCH-IDX) TO BWH-BREACH-STATE.
005800     WRITE BALANCE-WATCH-HISTORY-RECORD.
005810     ADD 1 TO RST-RECORDS-OUT.
005820 2100-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850 2200-FIND-WATCH.
005860*-----------------------------------------------------------------
005870     MOVE 'N' TO W6-WATCH-FOUND-SW.
005880     IF W6-WATCH-COUNT = ZERO
005890         GO TO 2200-EXIT
005900     END-IF.
005910     SET W6-WCH-LOOKUP-IDX TO 1.
005920     PERFORM 2210-SCAN-WATCH THRU 2210-EXIT
005930         UNTIL W6-WCH-LOOKUP-IDX > W6-WATCH-COUNT
005940            OR W6-WATCH-FOUND.
005950 2200-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------------
005980 2210-SCAN-WATCH.
005990*-----------------------------------------------------------------
006000     IF W6-WCH-TRIPLE (W6-WCH-LOOKUP-IDX) = W6-WORK-TRIPLE
006010         SET W6-WATCH-FOUND TO TRUE
006020     ELSE
006030         SET W6-WCH-LOOKUP-IDX UP BY 1
006040     END-IF.
006050 2210-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080 2300-UPDATE-POSITION.
006090*-----------------------------------------------------------------
006100     ADD 1 TO W6-WCH-POLL-COUNT (W6-WCH-IDX).
006110     IF W6-WCH-POLL-COUNT (W6-WCH-IDX) = 1
006120         MOVE W6-BALANCE TO W6-WCH-OPEN-BALANCE (W6-WCH-IDX)
006130                            W6-WCH-HIGH-BALANCE (W6-WCH-IDX)
006140                            W6-WCH-LOW-BALANCE (W6-WCH-IDX)
006150         MOVE W6-RUN-TIME TO W6-WCH-HIGH-TIME (W6-WCH-IDX)
006160                             W6-WCH-LOW-TIME (W6-WCH-IDX)
006170     END-IF.
006180     IF W6-BALANCE > W6-WCH-HIGH-BALANCE (W6-WCH-IDX)
006190         MOVE W6-BALANCE  TO W6-WCH-HIGH-BALANCE (W6-WCH-IDX)
006200         MOVE W6-RUN-TIME TO W6-WCH-HIGH-TIME (W6-WCH-IDX)
006210     END-IF.
006220     IF W6-BALANCE < W6-WCH-LOW-BALANCE (W6-WCH-IDX)
006230         MOVE W6-BALANCE  TO W6-WCH-LOW-BALANCE (W6-WCH-IDX)
006240         MOVE W6-RUN-TIME TO W6-WCH-LOW-TIME (W6-WCH-IDX)
006250     END-IF.
006260     MOVE W6-BALANCE  TO W6-WCH-CLOSE-BALANCE (W6-WCH-IDX).
006270     MOVE W6-RUN-TIME TO W6-WCH-CLOSE-TIME (W6-WCH-IDX).
006280 2300-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310 2400-CHECK-THRESHOLDS.
006320*-----------------------------------------------------------------
006330     IF W6-WCH-LOW-WATCH (W6-WCH-IDX) = 'Y'
006340        AND W6-BALANCE < W6-WCH-LOW-THRESHOLD (W6-WCH-IDX)
006350         IF W6-WCH-BREACH-STATE (W6-WCH-IDX) NOT = 'L'
006360             MOVE 'L' TO W6-WCH-BREACH-STATE (W6-WCH-IDX)
006370             PERFORM 2500-RAISE-BREACH THRU 2500-EXIT
006380         END-IF
006390         GO TO 2400-EXIT
006400     END-IF.
006410     IF W6-WCH-HIGH-WATCH (W6-WCH-IDX) = 'Y'
006420        AND W6-BALANCE > W6-WCH-HIGH-THRESHOLD (W6-WCH-IDX)
006430         IF W6-WCH-BREACH-STATE (W6-WCH-IDX) NOT = 'H'
006440             MOVE 'H' TO W6-WCH-BREACH-STATE (W6-WCH-IDX)
006450             PERFORM 2500-RAISE-BREACH THRU 2500-EXIT
006460         END-IF
006470         GO TO 2400-EXIT
006480     END-IF.
006490*    BACK INSIDE THE BAND; THE NEXT CROSSING IS A NEW BREACH.
006500     MOVE SPACE TO W6-WCH-BREACH-STATE (W6-WCH-IDX).
006510 2400-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540 2500-RAISE-BREACH.
006550*-----------------------------------------------------------------
006551*    A BREACH THAT CANNOT BE CARRIED ON THE STATE FILE COULD
006552*    NEVER BE ACKNOWLEDGED, SO THE ROOM IS CHECKED BEFORE THE
006553*    ALERT IS WRITTEN.
006554     IF W6-BREACH-COUNT NOT < 2000
006555         DISPLAY 'ESB106W: BREACH TABLE FULL AT '
006556             W6-WORK-TRIPLE ' - RUN REFUSED'
006557         MOVE 8 TO RETURN-CODE
006558         STOP RUN
006559     END-IF.
006560     ADD 1 TO BWS-LAST-BREACH-SEQ OF W6-STATE-WORK.
006570     ADD 1 TO W6-BREACH-COUNT-RUN.
006580     MOVE SPACES TO BALANCE-WATCH-ALERT-RECORD.
006590     MOVE W6-RUN-DATE TO BWA-BREACH-DATE.
006600     MOVE BWS-LAST-BREACH-SEQ OF W6-STATE-WORK TO BWA-BREACH-SEQ.
006610     MOVE W6-WORK-BRANCH  TO BWA-HZAB.
006620     MOVE W6-WORK-ACCOUNT TO BWA-HZAN.
006630     MOVE W6-WORK-SUBACCT TO BWA-HZAS.
006640     MOVE W6-WCH-DESCRIPTION (W6-WCH-IDX) TO BWA-DESCRIPTION.
006650     MOVE W6-WCH-BREACH-STATE (W6-WCH-IDX) TO BWA-CROSSED.
006660     IF BWA-BELOW-LOW
006670         MOVE W6-WCH-LOW-THRESHOLD (W6-WCH-IDX) TO BWA-THRESHOLD
006680     ELSE
006690         MOVE W6-WCH-HIGH-THRESHOLD (W6-WCH-IDX) TO BWA-THRESHOLD
006700     END-IF.
006710     MOVE W6-BALANCE TO BWA-BALANCE.
006720     MOVE W6-WCH-CCY (W6-WCH-IDX) TO BWA-CCY.
006730     MOVE W6-RUN-TIME TO BWA-BREACH-TIME.
006740     WRITE BALANCE-WATCH-ALERT-RECORD.
006750     ADD 1 TO RST-RECORDS-OUT.
006820     ADD 1 TO W6-BREACH-COUNT.
006830     SET W6-BRC-IDX TO W6-BREACH-COUNT.
006840     MOVE BWA-BREACH-ID TO W6-BRC-ID (W6-BRC-IDX).
006850     MOVE SPACES TO W6-BREACH-WORK.
006860     SET BWS-BREACH OF W6-BREACH-WORK TO TRUE.
006870     MOVE W6-RUN-DATE
006880         TO BWS-BRC-DATE OF W6-BREACH-WORK.
006890     MOVE BWA-BREACH-SEQ
006900         TO BWS-BRC-SEQ OF W6-BREACH-WORK.
006910     MOVE W6-WORK-TRIPLE
006920         TO BWS-BRC-TRIPLE OF W6-BREACH-WORK.
006930     MOVE BWA-CROSSED
006940         TO BWS-BRC-CROSSED OF W6-BREACH-WORK.
006950     MOVE BWA-THRESHOLD
006960         TO BWS-BRC-THRESHOLD OF W6-BREACH-WORK.
006970     MOVE BWA-BALANCE
006980         TO BWS-BRC-BALANCE OF W6-BREACH-WORK.
006990     MOVE BWA-CCY TO BWS-BRC-CCY OF W6-BREACH-WORK.
007000     MOVE W6-RUN-TIME
007010         TO BWS-BRC-TIME OF W6-BREACH-WORK.
007020     MOVE ZERO TO BWS-BRC-ACK-DATE OF W6-BREACH-WORK
007030                  BWS-BRC-ACK-TIME OF W6-BREACH-WORK.
007040     MOVE W6-BREACH-WORK TO W6-BRC-IMAGE (W6-BRC-IDX).
007050 2500-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------------
007080 3000-RAISE-IF-DUE.
007090*-----------------------------------------------------------------
007100*    AN ACCOUNT IS DUE ON ITS FIRST CYCLE OF THE DAY AND THEN
007110*    WHENEVER ITS INTERVAL HAS RUN SINCE ITS LAST REQUEST.  AN
007116*    ENQUIRY STILL UNANSWERED BY THEN IS SUPERSEDED.  A BUSINESS
007122*    DAY RUNNING PAST MIDNIGHT TAKES THE REQUEST AS YESTERDAY'S.
007130     IF W6-WCH-LAST-REQ-TIME (W6-WCH-IDX) NOT = ZERO
007140         MOVE W6-WCH-LAST-REQ-TIME (W6-WCH-IDX) TO W6-TIME-SPLIT
007150         COMPUTE W6-REQ-MINUTES =
007160             (W6-TIME-HH * 60) + W6-TIME-MM
007170         COMPUTE W6-AGE-MINUTES = W6-RUN-MINUTES - W6-REQ-MINUTES
007172         IF W6-AGE-MINUTES < ZERO
007174             ADD 1440 TO W6-AGE-MINUTES
007176         END-IF
007180         IF W6-AGE-MINUTES < W6-WCH-INTERVAL (W6-WCH-IDX)
007190             GO TO 3900-NEXT-WATCH
007200         END-IF
007210     END-IF.
007220     IF W6-WCH-PENDING-PCREF (W6-WCH-IDX) NOT = SPACES
007230         ADD 1 TO W6-UNANSWERED-COUNT
007240     END-IF.
007250     ADD 1 TO BWS-LAST-PCREF-SEQ OF W6-STATE-WORK.
007260     MOVE W6-RUN-DATE TO W6-NEW-PCREF-DATE.
007270     MOVE BWS-LAST-PCREF-SEQ OF W6-STATE-WORK TO W6-NEW-PCREF-SEQ.
007280     MOVE W6-NEW-PCREF TO PCREF OF W6-ENQUIRY-HEADER.
007290     MOVE W6-ENQUIRY-KEY TO ENQUIRYKEY OF W6-ENQUIRY-HEADER.
007300     MOVE W6-DATE-TIME TO TSTAMP OF W6-ENQUIRY-HEADER.
007310     MOVE W6-WCH-TRIPLE (W6-WCH-IDX) TO W6-WORK-TRIPLE.
007320     MOVE W6-WORK-BRANCH  TO HZAB OF W6-ENQUIRY-BODY.
007330     MOVE W6-WORK-ACCOUNT TO HZAN OF W6-ENQUIRY-BODY.
007340     MOVE W6-WORK-SUBACCT TO HZAS OF W6-ENQUIRY-BODY.
007350     MOVE W6-ENQUIRY TO ENQRQSTF-RECORD.
007360     WRITE ENQRQSTF-RECORD.
007370     ADD 1 TO RST-RECORDS-OUT.
007380     ADD 1 TO W6-REQUEST-COUNT.
007390     MOVE W6-NEW-PCREF TO W6-WCH-PENDING-PCREF (W6-WCH-IDX).
007400     MOVE W6-RUN-TIME TO W6-WCH-LAST-REQ-TIME (W6-WCH-IDX).
007410 3900-NEXT-WATCH.
007420     SET W6-WCH-IDX UP BY 1.
007430 3000-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------------
007460 6000-WRITE-NEW-STATE.
007470*-----------------------------------------------------------------
007480     MOVE W6-STATE-WORK TO BWSNEWF-RECORD.
007490     WRITE BWSNEWF-RECORD.
007500     SET W6-WCH-IDX TO 1.
007510     PERFORM 6100-WRITE-POSITION THRU 6100-EXIT
007520         UNTIL W6-WCH-IDX > W6-WATCH-COUNT.
007530     SET W6-BRC-IDX TO 1.
007540     PERFORM 6200-WRITE-BREACH THRU 6200-EXIT
007550         UNTIL W6-BRC-IDX > W6-BREACH-COUNT.
007560 6000-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------------
007590 6100-WRITE-POSITION.
007600*-----------------------------------------------------------------
007610     MOVE SPACES TO W6-POSITION-WORK.
007620     SET BWS-POSITION OF W6-POSITION-WORK TO TRUE.
007630     MOVE W6-WCH-TRIPLE (W6-WCH-IDX)
007640         TO BWS-POS-TRIPLE OF W6-POSITION-WORK.
007650     MOVE W6-WCH-DESCRIPTION (W6-WCH-IDX)
007660         TO BWS-POS-DESCRIPTION OF W6-POSITION-WORK.
007670     MOVE W6-WCH-CCY (W6-WCH-IDX)
007680         TO BWS-POS-CCY OF W6-POSITION-WORK.
007690     MOVE W6-WCH-PENDING-PCREF (W6-WCH-IDX)
007700         TO BWS-POS-PENDING-PCREF OF W6-POSITION-WORK.
007710     MOVE W6-WCH-LAST-REQ-TIME (W6-WCH-IDX)
007720         TO BWS-POS-LAST-REQ-TIME OF W6-POSITION-WORK.
007730     MOVE W6-WCH-POLL-COUNT (W6-WCH-IDX)
007740         TO BWS-POS-POLL-COUNT OF W6-POSITION-WORK.
007750     MOVE W6-WCH-OPEN-BALANCE (W6-WCH-IDX)
007760         TO BWS-POS-OPEN-BALANCE OF W6-POSITION-WORK.
007770     MOVE W6-WCH-HIGH-BALANCE (W6-WCH-IDX)
007780         TO BWS-POS-HIGH-BALANCE OF W6-POSITION-WORK.
007790     MOVE W6-WCH-HIGH-TIME (W6-WCH-IDX)
007800         TO BWS-POS-HIGH-TIME OF W6-POSITION-WORK.
007810     MOVE W6-WCH-LOW-BALANCE (W6-WCH-IDX)
007820         TO BWS-POS-LOW-BALANCE OF W6-POSITION-WORK.
007830     MOVE W6-WCH-LOW-TIME (W6-WCH-IDX)
007840         TO BWS-POS-LOW-TIME OF W6-POSITION-WORK.
007850     MOVE W6-WCH-CLOSE-BALANCE (W6-WCH-IDX)
007860         TO BWS-POS-CLOSE-BALANCE OF W6-POSITION-WORK.
007870     MOVE W6-WCH-CLOSE-TIME (W6-WCH-IDX)
007880         TO BWS-POS-CLOSE-TIME OF W6-POSITION-WORK.
007890     MOVE W6-WCH-BREACH-STATE (W6-WCH-IDX)
007900         TO BWS-POS-BREACH-STATE OF W6-POSITION-WORK.
007910     MOVE W6-POSITION-WORK TO BWSNEWF-RECORD.
007920     WRITE BWSNEWF-RECORD.
007930     SET W6-WCH-IDX UP BY 1.
007940 6100-EXIT.
007950     EXIT.
007960*-----------------------------------------------------------------
007970 6200-WRITE-BREACH.
007980*-----------------------------------------------------------------
007990     MOVE W6-BRC-IMAGE (W6-BRC-IDX) TO BWSNEWF-RECORD.
008000     WRITE BWSNEWF-RECORD.
008010     SET W6-BRC-IDX UP BY 1.
008020 6200-EXIT.
008030     EXIT.
008040*-----------------------------------------------------------------
008050 8000-TERMINATE.
008060*-----------------------------------------------------------------
008070     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
008080     CLOSE ANSWRDF.
008090     CLOSE BALENQR.
008100     CLOSE ENQRQSTF.
008110     CLOSE BWHISTF.
008120     CLOSE BWALRTF.
008130     CLOSE BWSNEWF.
008140     DISPLAY 'ESB106W: CYCLE ' BWS-CYCLE-COUNT OF W6-STATE-WORK
008150         ' ANSWERS ' W6-ANSWER-COUNT
008160         ' STALE ' W6-STALE-COUNT
008170         ' REQUESTS ' W6-REQUEST-COUNT
008180         ' UNANSWERED ' W6-UNANSWERED-COUNT
008190         ' BREACHES ' W6-BREACH-COUNT-RUN
008200         ' ACKS ' W6-ACK-COUNT.
008240 8000-EXIT.
008250     EXIT.
008260*-----------------------------------------------------------------
008270 9100-READ-BWLISTF.
008280*-----------------------------------------------------------------
008290     READ BWLISTF
008300         AT END
008310             SET W6-BWLISTF-EOF TO TRUE
008320     END-READ.
008330 9100-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360 9200-READ-BWSOLDF.
008370*-----------------------------------------------------------------
008380     READ BWSOLDF
008390         AT END
008400             SET W6-BWSOLDF-EOF TO TRUE
008410     END-READ.
008420 9200-EXIT.
008430     EXIT.
008440*-----------------------------------------------------------------
008450 9300-READ-BWACKF.
008460*-----------------------------------------------------------------
008470     READ BWACKF
008480         AT END
008490             SET W6-BWACKF-EOF TO TRUE
008500     END-READ.
008510 9300-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------------
008540 9400-READ-ANSWRDF.
008550*-----------------------------------------------------------------
008560     READ ANSWRDF
008570         AT END
008580             SET W6-ANSWRDF-EOF TO TRUE
008590     END-READ.
008600 9400-EXIT.
008610     EXIT.
008620*-----------------------------------------------------------------
008630 9500-READ-BALENQR.
008640*-----------------------------------------------------------------
008650     READ BALENQR
008660         AT END
008670             SET W6-BALENQR-EOF TO TRUE
008680     END-READ.
008690 9500-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720 9900-WRITE-RUN-STATS.
008730*-----------------------------------------------------------------
008740     MOVE 'ESB106W' TO RST-PROGRAM-ID.
008750     MOVE W6-RUN-DATE TO RST-BUSINESS-DATE.
008760     ACCEPT RST-END-TIME FROM TIME.
008770     MOVE '00' TO RST-WORST-STATUS.
008780     IF W6-ENQRQSTF-STATUS NOT = '00'
008790         MOVE W6-ENQRQSTF-STATUS TO RST-WORST-STATUS
008800     END-IF.
008810     IF W6-BWALRTF-STATUS NOT = '00'
008820         MOVE W6-BWALRTF-STATUS TO RST-WORST-STATUS
008830     END-IF.
008840     IF W6-BWSNEWF-STATUS NOT = '00'
008850         MOVE W6-BWSNEWF-STATUS TO RST-WORST-STATUS
008860     END-IF.
008870     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
008880 9900-EXIT.
008890     EXIT.
008900*-----------------------------------------------------------------
008910 9999-EXIT.
008920*-----------------------------------------------------------------
008930     EXIT.
