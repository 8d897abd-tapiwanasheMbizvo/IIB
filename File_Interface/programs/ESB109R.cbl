000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB109R
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DAILY DISPUTE CASE AGING REPORT, RUN AFTER ESB108C AGAINST
000200*    THE NEW CASE FILE.  EVERY CASE STILL OPEN OR UNDER
000210*    INVESTIGATION IS AGED IN BUSINESS DAYS FROM RECEIPT
000220*    (ESB060C) AGAINST ITS CATEGORY'S REGULATORY RESPONSE
000230*    DEADLINE (DSCCATF), SHOWING THE DAYS LEFT AND FLAGGING
000240*    CASES ABOUT TO BREACH (NO MORE THAN THE CATEGORY'S WARNING
000250*    DAYS LEFT) AND CASES ALREADY IN BREACH.  THE MONTH'S
000260*    COMPLAINT STATISTICS BY CATEGORY AND BRANCH FOLLOW -
000270*    RECEIVED, REFUNDED, REJECTED, CLOSED IN TIME AND LATE, STILL
000280*    OPEN AND OPEN IN BREACH.  ON THE LAST BUSINESS DAY OF THE
000290*    MONTH THE STATISTICS ARE ALSO WRITTEN TO DSCSTATF FOR THE
000300*    CONDUCT-RISK RETURN.  RETURN CODE 4 WHEN ANY OPEN CASE IS
000310*    IN BREACH.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*    15-OCT-2026  TC   INITIAL VERSION.
000350******************************************************************
000360 PROGRAM-ID. ESB109R.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZSERIES.
000400 OBJECT-COMPUTER. IBM-ZSERIES.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DSCMSTF  ASSIGN TO DSCMSTF
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS R9-DSCMSTF-STATUS.
000460     SELECT DSCCATF  ASSIGN TO DSCCATF
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS R9-DSCCATF-STATUS.
000490     SELECT DSCSTATF ASSIGN TO DSCSTATF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS R9-DSCSTATF-STATUS.
000520     SELECT DSCAGRPT ASSIGN TO DSCAGRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS R9-DSCAGRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DSCMSTF
000580     RECORDING MODE IS F.
000590     COPY "Dispute_Case.cpy".
000600 FD  DSCCATF
000610     RECORDING MODE IS F.
000620     COPY "Dispute_Category.cpy".
000630 FD  DSCSTATF
000640     RECORDING MODE IS F.
000650     COPY "Dispute_Case_Statistic.cpy".
000660 FD  DSCAGRPT
000670     RECORDING MODE IS F.
000680 01  DSCAGRPT-RECORD              PIC X(132).
000690 WORKING-STORAGE SECTION.
000700 01  R9-DSCMSTF-STATUS            PIC X(002) VALUE '00'.
000710     88 R9-DSCMSTF-OK                        VALUE '00'.
000720 01  R9-DSCCATF-STATUS            PIC X(002) VALUE '00'.
000730     88 R9-DSCCATF-OK                        VALUE '00'.
000740 01  R9-DSCSTATF-STATUS           PIC X(002) VALUE '00'.
000750 01  R9-DSCAGRPT-STATUS           PIC X(002) VALUE '00'.
000760 01  R9-SWITCHES.
000770     05 R9-DSCMSTF-EOF-SW         PIC X(001) VALUE 'N'.
000780        88 R9-DSCMSTF-EOF                    VALUE 'Y'.
000790     05 R9-DSCCATF-EOF-SW         PIC X(001) VALUE 'N'.
000800        88 R9-DSCCATF-EOF                    VALUE 'Y'.
000810     05 R9-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
000820        88 R9-ENTRY-FOUND                    VALUE 'Y'.
000830     05 R9-MONTH-END-SW           PIC X(001) VALUE 'N'.
000840        88 R9-MONTH-END                      VALUE 'Y'.
000870 01  R9-DATE-TIME.
000880     05 R9-RUN-DATE               PIC 9(008) VALUE ZERO.
000890     05 R9-RUN-TIME               PIC 9(006) VALUE ZERO.
000900 01  R9-RUN-DATE-PARTS REDEFINES R9-DATE-TIME.
000910     05 R9-RUN-YYYYMM             PIC 9(006).
000920     05 R9-RUN-DD                 PIC 9(002).
000930     05 FILLER                    PIC 9(006).
000940 01  R9-WORK-DATE-AREA.
000950     05 R9-WORK-DATE              PIC 9(008) VALUE ZERO.
000960 01  R9-WORK-DATE-PARTS REDEFINES R9-WORK-DATE-AREA.
000970     05 R9-WORK-YYYYMM            PIC 9(006).
000980     05 R9-WORK-DD                PIC 9(002).
000990 01  R9-RUN-JULIAN                PIC 9(007) VALUE ZERO.
001000 01  R9-WORK-JULIAN               PIC 9(007) VALUE ZERO.
001010 01  R9-AGE-DAYS                  PIC S9(005) VALUE ZERO.
001020 01  R9-DAYS-LEFT                 PIC S9(005) VALUE ZERO.
001030 01  R9-DEADLINE-DAYS             PIC 9(003) VALUE ZERO.
001040 01  R9-WARNING-DAYS              PIC 9(003) VALUE ZERO.
001050 01  R9-COUNTERS.
001060     05 R9-CASE-READ-COUNT        PIC 9(007) VALUE ZERO.
001070     05 R9-OPEN-COUNT             PIC 9(007) VALUE ZERO.
001080     05 R9-DUE-SOON-COUNT         PIC 9(007) VALUE ZERO.
001090     05 R9-BREACHED-COUNT         PIC 9(007) VALUE ZERO.
001100     05 R9-STAT-WRITTEN-COUNT     PIC 9(007) VALUE ZERO.
001110 01  R9-CATEGORY-COUNT            PIC 9(004) COMP VALUE ZERO.
001120 01  R9-CATEGORY-TABLE.
001130     05 R9-CAT-ENTRY OCCURS 100 TIMES
001140        INDEXED BY R9-CAT-IDX.
001150        10 R9-CAT-CODE            PIC X(004).
001160        10 R9-CAT-DESCRIPTION     PIC X(030).
001170        10 R9-CAT-DEADLINE        PIC 9(003).
001180        10 R9-CAT-WARNING         PIC 9(003).
001190 01  R9-STAT-COUNT                PIC 9(004) COMP VALUE ZERO.
001200 01  R9-STAT-TABLE.
001210     05 R9-STA-ENTRY OCCURS 1000 TIMES
001220        INDEXED BY R9-STA-IDX, R9-STA-LOOKUP-IDX.
001230        10 R9-STA-CATEGORY        PIC X(004).
001240        10 R9-STA-BRANCH          PIC X(004).
001250        10 R9-STA-RECEIVED        PIC 9(007).
001260        10 R9-STA-REFUNDED        PIC 9(007).
001270        10 R9-STA-REJECTED        PIC 9(007).
001280        10 R9-STA-IN-TIME         PIC 9(007).
001290        10 R9-STA-LATE            PIC 9(007).
001300        10 R9-STA-OPEN            PIC 9(007).
001310        10 R9-STA-BREACHED        PIC 9(007).
001320 01  R9-HEADING-LINE.
001330     05 FILLER                    PIC X(038)
001340            VALUE 'DISPUTE CASE AGING                    '.
001350     05 FILLER                    PIC X(015)
001360            VALUE 'BUSINESS DATE: '.
001370     05 R9-HDG-DATE               PIC 9(008).
001380     05 FILLER                    PIC X(071) VALUE SPACES.
001390 01  R9-COLUMN-LINE.
001400     05 FILLER                    PIC X(044)
001410            VALUE 'CASE            CUSTOMER  BRCH  CAT   STATUS'.
001420     05 FILLER                    PIC X(044)
001430            VALUE '          RECEIVED  ASSIGNED     DAYS  LIMIT'.
001440     05 FILLER                    PIC X(044)
001450            VALUE ' LEFT  FLAG                                 '.
001460 01  R9-AGING-LINE.
001470     05 R9-AGL-CASE               PIC X(014).
001480     05 FILLER                    PIC X(002) VALUE SPACES.
001490     05 R9-AGL-CUSTOMER           PIC X(006).
001500     05 FILLER                    PIC X(004) VALUE SPACES.
001510     05 R9-AGL-BRANCH             PIC X(004).
001520     05 FILLER                    PIC X(002) VALUE SPACES.
001530     05 R9-AGL-CATEGORY           PIC X(004).
001540     05 FILLER                    PIC X(002) VALUE SPACES.
001550     05 R9-AGL-STATUS             PIC X(013).
001560     05 FILLER                    PIC X(003) VALUE SPACES.
001570     05 R9-AGL-RECEIVED           PIC 9(008).
001580     05 FILLER                    PIC X(002) VALUE SPACES.
001590     05 R9-AGL-ASSIGNED           PIC X(010).
001600     05 FILLER                    PIC X(002) VALUE SPACES.
001610     05 R9-AGL-DAYS               PIC ZZZZ9.
001620     05 FILLER                    PIC X(002) VALUE SPACES.
001630     05 R9-AGL-LIMIT              PIC ZZ9.
001640     05 FILLER                    PIC X(002) VALUE SPACES.
001650     05 R9-AGL-LEFT               PIC -ZZZ9.
001660     05 FILLER                    PIC X(002) VALUE SPACES.
001670     05 R9-AGL-FLAG               PIC X(011).
001680     05 FILLER                    PIC X(026) VALUE SPACES.
001690 01  R9-AGING-TOTAL-LINE.
001700     05 FILLER                    PIC X(013)
001710            VALUE 'OPEN CASES   '.
001720     05 R9-ATL-OPEN               PIC ZZZZZZ9.
001730     05 FILLER                    PIC X(013)
001740            VALUE '  DUE SOON   '.
001750     05 R9-ATL-DUE-SOON           PIC ZZZZZZ9.
001760     05 FILLER                    PIC X(013)
001770            VALUE '  BREACHED   '.
001780     05 R9-ATL-BREACHED           PIC ZZZZZZ9.
001790     05 FILLER                    PIC X(072) VALUE SPACES.
001800 01  R9-STAT-HEADING-LINE.
001810     05 FILLER                    PIC X(030)
001820            VALUE 'COMPLAINT STATISTICS - MONTH  '.
001830     05 R9-SHL-MONTH              PIC 9(006).
001840     05 FILLER                    PIC X(002) VALUE SPACES.
001850     05 R9-SHL-BASIS              PIC X(013).
001860     05 FILLER                    PIC X(081) VALUE SPACES.
001870 01  R9-STAT-COLUMN-LINE.
001880     05 FILLER                    PIC X(044)
001890            VALUE 'CAT   DESCRIPTION                     BRCH  '.
001900     05 FILLER                    PIC X(044)
001910            VALUE 'RECEIVED REFUNDED REJECTED  IN TIME     LATE'.
001920     05 FILLER                    PIC X(044)
001930            VALUE '     OPEN BREACHED                          '.
001940 01  R9-STAT-LINE.
001950     05 R9-STL-CATEGORY           PIC X(004).
001960     05 FILLER                    PIC X(002) VALUE SPACES.
001970     05 R9-STL-DESCRIPTION        PIC X(030).
001980     05 FILLER                    PIC X(002) VALUE SPACES.
001990     05 R9-STL-BRANCH             PIC X(004).
002000     05 FILLER                    PIC X(002) VALUE SPACES.
002010     05 R9-STL-RECEIVED           PIC ZZZZZZ9.
002020     05 FILLER                    PIC X(002) VALUE SPACES.
002030     05 R9-STL-REFUNDED           PIC ZZZZZZ9.
002040     05 FILLER                    PIC X(002) VALUE SPACES.
002050     05 R9-STL-REJECTED           PIC ZZZZZZ9.
002060     05 FILLER                    PIC X(002) VALUE SPACES.
002070     05 R9-STL-IN-TIME            PIC ZZZZZZ9.
002080     05 FILLER                    PIC X(002) VALUE SPACES.
002090     05 R9-STL-LATE               PIC ZZZZZZ9.
002100     05 FILLER                    PIC X(002) VALUE SPACES.
002110     05 R9-STL-OPEN               PIC ZZZZZZ9.
002120     05 FILLER                    PIC X(002) VALUE SPACES.
002130     05 R9-STL-BREACHED           PIC ZZZZZZ9.
002140     05 FILLER                    PIC X(027) VALUE SPACES.
002150 01  R9-BLANK-LINE                PIC X(132) VALUE SPACES.
002160 COPY "Date_Service.cpy".
002170 COPY "Business_Date_Service.cpy".
002180 COPY "Run_Statistics.cpy".
002190 PROCEDURE DIVISION.
002200*-----------------------------------------------------------------
002210 0000-MAINLINE.
002220*-----------------------------------------------------------------
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-AGE-CASE THRU 2000-EXIT
002250         UNTIL R9-DSCMSTF-EOF.
002260     PERFORM 6000-PRINT-AGING-TOTALS THRU 6000-EXIT.
002270     PERFORM 7000-PRINT-STATISTICS THRU 7000-EXIT.
002280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002290     STOP RUN.
002300*-----------------------------------------------------------------
002310 1000-INITIALIZE.
002320*-----------------------------------------------------------------
002330     ACCEPT R9-RUN-DATE FROM DATE YYYYMMDD.
002340     MOVE SPACES TO BUSINESS-DATE-AREA.
002350     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002360     EVALUATE TRUE
002370         WHEN BDS-OK
002380             MOVE BDS-BUSINESS-DATE TO R9-RUN-DATE
002390         WHEN BDS-NOT-STARTED
002400             DISPLAY 'ESB109R: BUSINESS DATE NOT STARTED -'
002410                 ' RUN REFUSED'
002420             MOVE 8 TO RETURN-CODE
002430             STOP RUN
002440         WHEN OTHER
002450             CONTINUE
002460     END-EVALUATE.
002470     ACCEPT R9-RUN-TIME FROM TIME.
002480     ACCEPT RST-START-TIME FROM TIME.
002490     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002500                  RST-REJECT-COUNT.
002510     COMPUTE R9-RUN-JULIAN =
002520         FUNCTION INTEGER-OF-DATE(R9-RUN-DATE).
002530     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT.
002540     OPEN INPUT DSCCATF.
002550     IF R9-DSCCATF-OK
002560         PERFORM 9200-READ-DSCCATF THRU 9200-EXIT
002570     ELSE
002580         SET R9-DSCCATF-EOF TO TRUE
002590     END-IF.
002600     PERFORM 1200-LOAD-CATEGORY THRU 1200-EXIT
002610         UNTIL R9-DSCCATF-EOF.
002620     CLOSE DSCCATF.
002630     OPEN INPUT DSCMSTF.
002640     IF R9-DSCMSTF-OK
002650         PERFORM 9100-READ-DSCMSTF THRU 9100-EXIT
002660     ELSE
002670         SET R9-DSCMSTF-EOF TO TRUE
002680     END-IF.
002690     OPEN OUTPUT DSCAGRPT.
002730     MOVE R9-RUN-DATE TO R9-HDG-DATE.
002740     MOVE R9-HEADING-LINE TO DSCAGRPT-RECORD.
002750     WRITE DSCAGRPT-RECORD.
002760     MOVE R9-COLUMN-LINE TO DSCAGRPT-RECORD.
002770     WRITE DSCAGRPT-RECORD.
002780 1000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810 1100-CHECK-MONTH-END.
002820*-----------------------------------------------------------------
002830*    TONIGHT IS THE LAST BUSINESS DAY OF THE MONTH WHEN THE NEXT
002840*    BUSINESS DAY FALLS IN A LATER MONTH.
002850     COMPUTE R9-WORK-JULIAN = R9-RUN-JULIAN + 1.
002860     COMPUTE R9-WORK-DATE =
002870         FUNCTION DATE-OF-INTEGER(R9-WORK-JULIAN).
002880     MOVE SPACES TO DATE-SERVICE-AREA.
002890     SET DSV-ROLL-FORWARD TO TRUE.
002900     MOVE R9-WORK-DATE TO DSV-DATE-1.
002910     CALL 'ESB060C' USING DATE-SERVICE-AREA.
002920     IF DSV-RESULT-DATE IS NUMERIC
002930        AND DSV-RESULT-DATE > ZERO
002940         MOVE DSV-RESULT-DATE TO R9-WORK-DATE
002950     END-IF.
002960     IF R9-WORK-YYYYMM NOT = R9-RUN-YYYYMM
002970         SET R9-MONTH-END TO TRUE
002980     END-IF.
002990 1100-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020 1200-LOAD-CATEGORY.
003030*-----------------------------------------------------------------
003040     ADD 1 TO RST-RECORDS-IN.
003049*    A CATEGORY LEFT OUT WOULD AGE ITS CASES WITH NO DEADLINE,
003058*    SO A CATEGORY FILE TOO BIG FOR THE TABLE STOPS THE RUN.
003067     IF R9-CATEGORY-COUNT NOT < 100
003076         DISPLAY 'ESB109R: CATEGORY TABLE FULL AT '
003085             DCT-CATEGORY ' - RUN REFUSED'
003094         MOVE 8 TO RETURN-CODE
003103         STOP RUN
003112     END-IF.
003121     ADD 1 TO R9-CATEGORY-COUNT.
003130     SET R9-CAT-IDX TO R9-CATEGORY-COUNT.
003139     MOVE DCT-CATEGORY TO R9-CAT-CODE (R9-CAT-IDX).
003148     MOVE DCT-DESCRIPTION TO R9-CAT-DESCRIPTION (R9-CAT-IDX).
003157     MOVE ZERO TO R9-CAT-DEADLINE (R9-CAT-IDX)
003166                  R9-CAT-WARNING (R9-CAT-IDX).
003175     IF DCT-DEADLINE-DAYS IS NUMERIC
003184         MOVE DCT-DEADLINE-DAYS TO R9-CAT-DEADLINE (R9-CAT-IDX)
003193     END-IF.
003202     IF DCT-WARNING-DAYS IS NUMERIC
003211         MOVE DCT-WARNING-DAYS TO R9-CAT-WARNING (R9-CAT-IDX)
003230     END-IF.
003240     PERFORM 9200-READ-DSCCATF THRU 9200-EXIT.
003250 1200-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280 2000-AGE-CASE.
003290*-----------------------------------------------------------------
003300     ADD 1 TO RST-RECORDS-IN.
003310     IF NOT DSC-CASE
003320         GO TO 2000-NEXT-CASE
003330     END-IF.
003340     ADD 1 TO R9-CASE-READ-COUNT.
003350     PERFORM 2100-FIND-STATISTIC THRU 2100-EXIT.
003360     PERFORM 2200-FIND-CATEGORY THRU 2200-EXIT.
003370     MOVE DSC-RECEIVED-DATE TO R9-WORK-DATE.
003380     IF R9-WORK-YYYYMM = R9-RUN-YYYYMM
003390        AND R9-ENTRY-FOUND
003400         ADD 1 TO R9-STA-RECEIVED (R9-STA-LOOKUP-IDX)
003410     END-IF.
003420     IF DSC-CLOSED
003430         PERFORM 2300-COUNT-CLOSED THRU 2300-EXIT
003440         GO TO 2000-NEXT-CASE
003450     END-IF.
003460     PERFORM 2400-AGE-OPEN-CASE THRU 2400-EXIT.
003470 2000-NEXT-CASE.
003480     PERFORM 9100-READ-DSCMSTF THRU 9100-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520 2100-FIND-STATISTIC.
003530*-----------------------------------------------------------------
003540*    LEAVES R9-STA-LOOKUP-IDX ON THE CASE'S CATEGORY/BRANCH
003547*    ENTRY, ADDING ONE WHEN NEW.  A CASE THAT CANNOT BE COUNTED
003554*    WOULD UNDERSTATE THE CONDUCT-RISK RETURN, SO A FULL TABLE
003561*    STOPS THE RUN; DSCSTATF IS NOT OPENED UNTIL 7000.
003570     MOVE 'N' TO R9-ENTRY-FOUND-SW.
003580     SET R9-STA-LOOKUP-IDX TO 1.
003590     PERFORM 2110-SCAN-STATISTIC THRU 2110-EXIT
003600         UNTIL R9-STA-LOOKUP-IDX > R9-STAT-COUNT
003610            OR R9-ENTRY-FOUND.
003620     IF R9-ENTRY-FOUND
003630         GO TO 2100-EXIT
003640     END-IF.
003650     IF R9-STAT-COUNT NOT < 1000
003660         DISPLAY 'ESB109R: STATISTICS TABLE FULL AT CASE '
003670             DSC-CASE-NUMBER ' - RUN REFUSED'
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ADD 1 TO R9-STAT-COUNT.
003720     SET R9-STA-LOOKUP-IDX TO R9-STAT-COUNT.
003730     MOVE DSC-CATEGORY TO R9-STA-CATEGORY (R9-STA-LOOKUP-IDX).
003740     MOVE DSC-BRANCH TO R9-STA-BRANCH (R9-STA-LOOKUP-IDX).
003750     MOVE ZERO TO R9-STA-RECEIVED (R9-STA-LOOKUP-IDX)
003760                  R9-STA-REFUNDED (R9-STA-LOOKUP-IDX)
003770                  R9-STA-REJECTED (R9-STA-LOOKUP-IDX)
003780                  R9-STA-IN-TIME (R9-STA-LOOKUP-IDX)
003790                  R9-STA-LATE (R9-STA-LOOKUP-IDX)
003800                  R9-STA-OPEN (R9-STA-LOOKUP-IDX)
003810                  R9-STA-BREACHED (R9-STA-LOOKUP-IDX).
003820     SET R9-ENTRY-FOUND TO TRUE.
003830 2100-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860 2110-SCAN-STATISTIC.
003870*-----------------------------------------------------------------
003880     IF R9-STA-CATEGORY (R9-STA-LOOKUP-IDX) = DSC-CATEGORY
003890        AND R9-STA-BRANCH (R9-STA-LOOKUP-IDX) = DSC-BRANCH
003900         SET R9-ENTRY-FOUND TO TRUE
003910     ELSE
003920         SET R9-STA-LOOKUP-IDX UP BY 1
003930     END-IF.
003940 2110-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970 2200-FIND-CATEGORY.
003980*-----------------------------------------------------------------
003990     MOVE ZERO TO R9-DEADLINE-DAYS R9-WARNING-DAYS.
004000     SET R9-CAT-IDX TO 1.
004010     PERFORM 2210-SCAN-CATEGORY THRU 2210-EXIT
004020         UNTIL R9-CAT-IDX > R9-CATEGORY-COUNT.
004030 2200-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060 2210-SCAN-CATEGORY.
004070*-----------------------------------------------------------------
004080     IF R9-CAT-CODE (R9-CAT-IDX) = DSC-CATEGORY
004090         MOVE R9-CAT-DEADLINE (R9-CAT-IDX) TO R9-DEADLINE-DAYS
004100         MOVE R9-CAT-WARNING (R9-CAT-IDX) TO R9-WARNING-DAYS
004110         SET R9-CAT-IDX TO R9-CATEGORY-COUNT
004120     END-IF.
004130     SET R9-CAT-IDX UP BY 1.
004140 2210-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170 2300-COUNT-CLOSED.
004180*-----------------------------------------------------------------
004190     IF NOT R9-ENTRY-FOUND
004200         GO TO 2300-EXIT
004210     END-IF.
004220     MOVE DSC-CLOSED-DATE TO R9-WORK-DATE.
004230     IF R9-WORK-YYYYMM NOT = R9-RUN-YYYYMM
004240         GO TO 2300-EXIT
004250     END-IF.
004260     IF DSC-REFUNDED
004270         ADD 1 TO R9-STA-REFUNDED (R9-STA-LOOKUP-IDX)
004280     ELSE
004290         ADD 1 TO R9-STA-REJECTED (R9-STA-LOOKUP-IDX)
004300     END-IF.
004310     IF DSC-CLOSED-LATE
004320         ADD 1 TO R9-STA-LATE (R9-STA-LOOKUP-IDX)
004330     ELSE
004340         ADD 1 TO R9-STA-IN-TIME (R9-STA-LOOKUP-IDX)
004350     END-IF.
004360 2300-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390 2400-AGE-OPEN-CASE.
004400*-----------------------------------------------------------------
004410     ADD 1 TO R9-OPEN-COUNT.
004420     MOVE ZERO TO R9-AGE-DAYS.
004430     MOVE SPACES TO DATE-SERVICE-AREA.
004440     SET DSV-COUNT-DAYS TO TRUE.
004450     MOVE DSC-RECEIVED-DATE TO DSV-DATE-1.
004460     MOVE R9-RUN-DATE TO DSV-DATE-2.
004470     CALL 'ESB060C' USING DATE-SERVICE-AREA.
004480     IF DSV-OK
004490        AND DSV-RESULT-DAYS > ZERO
004500         MOVE DSV-RESULT-DAYS TO R9-AGE-DAYS
004510     END-IF.
004520     COMPUTE R9-DAYS-LEFT = R9-DEADLINE-DAYS - R9-AGE-DAYS.
004530     MOVE SPACES TO R9-AGL-FLAG.
004540     EVALUATE TRUE
004550         WHEN R9-DEADLINE-DAYS = ZERO
004560             MOVE 'NO DEADLINE' TO R9-AGL-FLAG
004570         WHEN R9-DAYS-LEFT < ZERO
004580             MOVE 'BREACHED' TO R9-AGL-FLAG
004590             ADD 1 TO R9-BREACHED-COUNT
004600             IF R9-ENTRY-FOUND
004610                 ADD 1 TO R9-STA-BREACHED (R9-STA-LOOKUP-IDX)
004620             END-IF
004630         WHEN R9-DAYS-LEFT NOT > R9-WARNING-DAYS
004640             MOVE 'DUE SOON' TO R9-AGL-FLAG
004650             ADD 1 TO R9-DUE-SOON-COUNT
004660         WHEN OTHER
004670             CONTINUE
004680     END-EVALUATE.
004690     IF R9-ENTRY-FOUND
004700         ADD 1 TO R9-STA-OPEN (R9-STA-LOOKUP-IDX)
004710     END-IF.
004720     MOVE DSC-CASE-NUMBER TO R9-AGL-CASE.
004730     MOVE DSC-HZCUS TO R9-AGL-CUSTOMER.
004740     MOVE DSC-BRANCH TO R9-AGL-BRANCH.
004750     MOVE DSC-CATEGORY TO R9-AGL-CATEGORY.
004760     IF DSC-INVESTIGATING
004770         MOVE 'INVESTIGATING' TO R9-AGL-STATUS
004780     ELSE
004790         MOVE 'OPEN' TO R9-AGL-STATUS
004800     END-IF.
004810     MOVE DSC-RECEIVED-DATE TO R9-AGL-RECEIVED.
004820     MOVE DSC-ASSIGNED-TO TO R9-AGL-ASSIGNED.
004830     MOVE R9-AGE-DAYS TO R9-AGL-DAYS.
004840     MOVE R9-DEADLINE-DAYS TO R9-AGL-LIMIT.
004850     MOVE R9-DAYS-LEFT TO R9-AGL-LEFT.
004860     MOVE R9-AGING-LINE TO DSCAGRPT-RECORD.
004870     WRITE DSCAGRPT-RECORD.
004880 2400-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910 6000-PRINT-AGING-TOTALS.
004920*-----------------------------------------------------------------
004930     MOVE R9-OPEN-COUNT TO R9-ATL-OPEN.
004940     MOVE R9-DUE-SOON-COUNT TO R9-ATL-DUE-SOON.
004950     MOVE R9-BREACHED-COUNT TO R9-ATL-BREACHED.
004960     MOVE R9-AGING-TOTAL-LINE TO DSCAGRPT-RECORD.
004970     WRITE DSCAGRPT-RECORD.
004980 6000-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------------
005010 7000-PRINT-STATISTICS.
005020*-----------------------------------------------------------------
005022     IF R9-MONTH-END
005024         OPEN OUTPUT DSCSTATF
005026     END-IF.
005030     MOVE R9-BLANK-LINE TO DSCAGRPT-RECORD.
005040     WRITE DSCAGRPT-RECORD.
005050     MOVE R9-RUN-YYYYMM TO R9-SHL-MONTH.
005060     IF R9-MONTH-END
005070         MOVE 'MONTH-END' TO R9-SHL-BASIS
005080     ELSE
005090         MOVE 'MONTH TO DATE' TO R9-SHL-BASIS
005100     END-IF.
005110     MOVE R9-STAT-HEADING-LINE TO DSCAGRPT-RECORD.
005120     WRITE DSCAGRPT-RECORD.
005130     MOVE R9-STAT-COLUMN-LINE TO DSCAGRPT-RECORD.
005140     WRITE DSCAGRPT-RECORD.
005150     SET R9-STA-IDX TO 1.
005160     PERFORM 7100-PRINT-ONE-STATISTIC THRU 7100-EXIT
005170         UNTIL R9-STA-IDX > R9-STAT-COUNT.
005180 7000-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------------
005210 7100-PRINT-ONE-STATISTIC.
005220*-----------------------------------------------------------------
005230     MOVE R9-STA-CATEGORY (R9-STA-IDX) TO R9-STL-CATEGORY.
005240     MOVE SPACES TO R9-STL-DESCRIPTION.
005250     SET R9-CAT-IDX TO 1.
005260     PERFORM 7110-SCAN-DESCRIPTION THRU 7110-EXIT
005270         UNTIL R9-CAT-IDX > R9-CATEGORY-COUNT.
005280     MOVE R9-STA-BRANCH (R9-STA-IDX) TO R9-STL-BRANCH.
005290     MOVE R9-STA-RECEIVED (R9-STA-IDX) TO R9-STL-RECEIVED.
005300     MOVE R9-STA-REFUNDED (R9-STA-IDX) TO R9-STL-REFUNDED.
005310     MOVE R9-STA-REJECTED (R9-STA-IDX) TO R9-STL-REJECTED.
005320     MOVE R9-STA-IN-TIME (R9-STA-IDX) TO R9-STL-IN-TIME.
005330     MOVE R9-STA-LATE (R9-STA-IDX) TO R9-STL-LATE.
005340     MOVE R9-STA-OPEN (R9-STA-IDX) TO R9-STL-OPEN.
005350     MOVE R9-STA-BREACHED (R9-STA-IDX) TO R9-STL-BREACHED.
005360     MOVE R9-STAT-LINE TO DSCAGRPT-RECORD.
005370     WRITE DSCAGRPT-RECORD.
005380     IF R9-MONTH-END
005390         PERFORM 7200-WRITE-STATISTIC THRU 7200-EXIT
005400     END-IF.
005410     SET R9-STA-IDX UP BY 1.
005420 7100-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------------
005450 7110-SCAN-DESCRIPTION.
005460*-----------------------------------------------------------------
005470     IF R9-CAT-CODE (R9-CAT-IDX) = R9-STA-CATEGORY (R9-STA-IDX)
005480         MOVE R9-CAT-DESCRIPTION (R9-CAT-IDX)
005490             TO R9-STL-DESCRIPTION
005500         SET R9-CAT-IDX TO R9-CATEGORY-COUNT
005510     END-IF.
005520     SET R9-CAT-IDX UP BY 1.
005530 7110-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005560 7200-WRITE-STATISTIC.
005570*-----------------------------------------------------------------
005580     MOVE SPACES TO DISPUTE-CASE-STATISTIC-RECORD.
005590     MOVE R9-RUN-YYYYMM TO DCS-MONTH.
005600     MOVE R9-STA-CATEGORY (R9-STA-IDX) TO DCS-CATEGORY.
005610     MOVE R9-STA-BRANCH (R9-STA-IDX) TO DCS-BRANCH.
005620     MOVE R9-STA-RECEIVED (R9-STA-IDX) TO DCS-RECEIVED.
005630     MOVE R9-STA-REFUNDED (R9-STA-IDX) TO DCS-REFUNDED.
005640     MOVE R9-STA-REJECTED (R9-STA-IDX) TO DCS-REJECTED.
005650     MOVE R9-STA-IN-TIME (R9-STA-IDX) TO DCS-CLOSED-IN-TIME.
005660     MOVE R9-STA-LATE (R9-STA-IDX) TO DCS-CLOSED-LATE.
005670     MOVE R9-STA-OPEN (R9-STA-IDX) TO DCS-OPEN-AT-DATE.
005680     MOVE R9-STA-BREACHED (R9-STA-IDX) TO DCS-OPEN-BREACHED.
005690     WRITE DISPUTE-CASE-STATISTIC-RECORD.
005700     ADD 1 TO R9-STAT-WRITTEN-COUNT.
005710     ADD 1 TO RST-RECORDS-OUT.
005720 7200-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750 8000-TERMINATE.
005760*-----------------------------------------------------------------
005770     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
005780     CLOSE DSCMSTF.
005790     CLOSE DSCAGRPT.
005800     IF R9-MONTH-END
005810         CLOSE DSCSTATF
005820     END-IF.
005830     DISPLAY 'ESB109R: CASES ' R9-CASE-READ-COUNT
005840         ' OPEN ' R9-OPEN-COUNT
005850         ' DUE SOON ' R9-DUE-SOON-COUNT
005860         ' BREACHED ' R9-BREACHED-COUNT.
005870     IF R9-MONTH-END
005880         DISPLAY 'ESB109R: MONTH-END STATISTICS WRITTEN '
005890             R9-STAT-WRITTEN-COUNT
005900     END-IF.
005910     IF R9-BREACHED-COUNT > ZERO
005930         MOVE 4 TO RETURN-CODE
005940     END-IF.
005950 8000-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------------
005980 9100-READ-DSCMSTF.
005990*-----------------------------------------------------------------
006000     READ DSCMSTF
006010         AT END
006020             SET R9-DSCMSTF-EOF TO TRUE
006030     END-READ.
006040 9100-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------------
006070 9200-READ-DSCCATF.
006080*-----------------------------------------------------------------
006090     READ DSCCATF
006100         AT END
006110             SET R9-DSCCATF-EOF TO TRUE
006120     END-READ.
006130 9200-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160 9900-WRITE-RUN-STATS.
006170*-----------------------------------------------------------------
006180     MOVE 'ESB109R' TO RST-PROGRAM-ID.
006190     MOVE R9-RUN-DATE TO RST-BUSINESS-DATE.
006200     ACCEPT RST-END-TIME FROM TIME.
006210     MOVE '00' TO RST-WORST-STATUS.
006220     IF R9-DSCAGRPT-STATUS NOT = '00'
006230         MOVE R9-DSCAGRPT-STATUS TO RST-WORST-STATUS
006240     END-IF.
006250     IF R9-DSCSTATF-STATUS NOT = '00'
006260         MOVE R9-DSCSTATF-STATUS TO RST-WORST-STATUS
006270     END-IF.
006280     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
006290 9900-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320 9999-EXIT.
006330*-----------------------------------------------------------------
006340     EXIT.
