000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB113M
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMMON MAINTENANCE OF THE CONTROL TABLES NAMED ON THE
000200*    CONTROL-TABLE REGISTRY (HEADER PARAMETERS, TARIFFS, LEVY,
000210*    ACCOUNT AND AUTHORISATION LIMITS, OVERDRAFT INTEREST,
000220*    REPORTING THRESHOLDS, RESPONSE DISPOSITIONS, QUEUE AGE
000230*    LIMITS).  NO TABLE IS EDITED DIRECTLY ANY MORE:
000240*      - EACH ADD/CHANGE/DELETE ON CTLCHGF CARRIES THE TABLE,
000250*        THE FULL ROW IMAGE, AN EFFECTIVE DATE AFTER THE
000260*        CURRENT BUSINESS DATE AND THE MAKER'S OPERATOR ID.  A
000270*        VALID CHANGE FROM A VERIFIED MAKER (ESB063E) IS GIVEN
000280*        A CHANGE REFERENCE AND HELD ON THE PENDING FILE
000290*        (CTPOLDF -> CTPNEWF) UNTIL A SECOND OPERATOR DECIDES IT
000300*      - EACH DECISION ON CTLAPRF NAMES THE CHANGE REFERENCE.
000310*        THE CHECKER MUST HOLD THE SUPERVISOR ROLE AND MAY NOT
000320*        BE THE MAKER (ESB063E).  AN APPROVED CHANGE IS CHECKED
000330*        AGAINST THE ROW IN FORCE ON ITS EFFECTIVE DATE AND
000340*        ADDED AS A NEW VERSION TO THE TABLE HISTORY (CTHOLDF ->
000350*        CTHNEWF); THE BEFORE AND AFTER IMAGES GO TO THE CHANGE
000360*        AUDIT (CTLAUDF)
000370*      - A CHANGE STILL PENDING ON ITS EFFECTIVE DATE HAS
000380*        MISSED ITS DATE AND IS DROPPED AS REJECTED.
000390*    ESB114P PUBLISHES EACH TABLE FROM THE HISTORY AS AT THE
000400*    BUSINESS DATE, SO THE READING PROGRAMS ONLY EVER SEE ROWS
000410*    IN FORCE ON THE CONTROLLED DATE.  THE DAILY PARAMETER
000420*    CHANGE REPORT LISTS WHAT WAS APPLIED, WHAT TAKES EFFECT BY
000430*    THE NEXT BUSINESS DAY, WHAT WAS REJECTED AND WHAT AWAITS
000440*    APPROVAL.  MAKER AND CHECKER ACTIONS GO TO THE OPERATOR
000450*    ACTION JOURNAL (ESB110J).  RETURN CODE 4 WHEN ANYTHING WAS
000460*    REJECTED OR A TABLE OVERFLOWED.
000470*-----------------------------------------------------------------
000480* MODIFICATION HISTORY.
000490*    15-OCT-2026  TC   INITIAL VERSION.
000500******************************************************************
000510 PROGRAM-ID. ESB113M.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-ZSERIES.
000550 OBJECT-COMPUTER. IBM-ZSERIES.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CTLCHGF  ASSIGN TO CTLCHGF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS M3-CTLCHGF-STATUS.
000610     SELECT CTLAPRF  ASSIGN TO CTLAPRF
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS M3-CTLAPRF-STATUS.
000640     SELECT CTPOLDF  ASSIGN TO CTPOLDF
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS M3-CTPOLDF-STATUS.
000670     SELECT CTPNEWF  ASSIGN TO CTPNEWF
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS M3-CTPNEWF-STATUS.
000700     SELECT CTHOLDF  ASSIGN TO CTHOLDF
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS M3-CTHOLDF-STATUS.
000730     SELECT CTHNEWF  ASSIGN TO CTHNEWF
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS M3-CTHNEWF-STATUS.
000760     SELECT CTLAUDF  ASSIGN TO CTLAUDF
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS M3-CTLAUDF-STATUS.
000790     SELECT CTLRPT   ASSIGN TO CTLRPT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS M3-CTLRPT-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CTLCHGF
000850     RECORDING MODE IS F.
000860 01  CTLCHGF-RECORD               PIC X(296).
000870 FD  CTLAPRF
000880     RECORDING MODE IS F.
000890     COPY "Control_Table_Approval.cpy".
000900 FD  CTPOLDF
000910     RECORDING MODE IS F.
000920 01  CTPOLDF-RECORD               PIC X(296).
000930 FD  CTPNEWF
000940     RECORDING MODE IS F.
000950 01  CTPNEWF-RECORD               PIC X(296).
000960 FD  CTHOLDF
000970     RECORDING MODE IS F.
000980 01  CTHOLDF-RECORD               PIC X(299).
000990 FD  CTHNEWF
001000     RECORDING MODE IS F.
001010 01  CTHNEWF-RECORD               PIC X(299).
001020 FD  CTLAUDF
001030     RECORDING MODE IS F.
001040     COPY "Control_Table_Audit.cpy".
001050 FD  CTLRPT
001060     RECORDING MODE IS F.
001070 01  CTLRPT-RECORD                PIC X(132).
001080 WORKING-STORAGE SECTION.
001090 01  M3-CTLCHGF-STATUS            PIC X(002) VALUE '00'.
001100     88 M3-CTLCHGF-OK                        VALUE '00'.
001110 01  M3-CTLAPRF-STATUS            PIC X(002) VALUE '00'.
001120     88 M3-CTLAPRF-OK                        VALUE '00'.
001130 01  M3-CTPOLDF-STATUS            PIC X(002) VALUE '00'.
001140     88 M3-CTPOLDF-OK                        VALUE '00'.
001150 01  M3-CTPNEWF-STATUS            PIC X(002) VALUE '00'.
001160 01  M3-CTHOLDF-STATUS            PIC X(002) VALUE '00'.
001170     88 M3-CTHOLDF-OK                        VALUE '00'.
001180 01  M3-CTHNEWF-STATUS            PIC X(002) VALUE '00'.
001190 01  M3-CTLAUDF-STATUS            PIC X(002) VALUE '00'.
001200     88 M3-CTLAUDF-OK                        VALUE '00'.
001210     88 M3-CTLAUDF-NOT-THERE                 VALUE '35'.
001220 01  M3-CTLRPT-STATUS             PIC X(002) VALUE '00'.
001230 01  M3-SWITCHES.
001240     05 M3-CTLCHGF-EOF-SW         PIC X(001) VALUE 'N'.
001250        88 M3-CTLCHGF-EOF                    VALUE 'Y'.
001260     05 M3-CTLAPRF-EOF-SW         PIC X(001) VALUE 'N'.
001270        88 M3-CTLAPRF-EOF                    VALUE 'Y'.
001280     05 M3-CTPOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001290        88 M3-CTPOLDF-EOF                    VALUE 'Y'.
001300     05 M3-CTHOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001310        88 M3-CTHOLDF-EOF                    VALUE 'Y'.
001320     05 M3-TABLE-FOUND-SW         PIC X(001) VALUE 'N'.
001330        88 M3-TABLE-FOUND                    VALUE 'Y'.
001340     05 M3-PENDING-FOUND-SW       PIC X(001) VALUE 'N'.
001350        88 M3-PENDING-FOUND                  VALUE 'Y'.
001360     05 M3-ROW-FOUND-SW           PIC X(001) VALUE 'N'.
001370        88 M3-ROW-FOUND                      VALUE 'Y'.
001380     05 M3-POSITION-FOUND-SW      PIC X(001) VALUE 'N'.
001390        88 M3-POSITION-FOUND                 VALUE 'Y'.
001400     05 M3-OVERFLOW-SW            PIC X(001) VALUE 'N'.
001410        88 M3-OVERFLOW                       VALUE 'Y'.
001420 01  M3-DATE-TIME.
001430     05 M3-RUN-DATE               PIC 9(008) VALUE ZERO.
001440     05 M3-RUN-TIME               PIC 9(006) VALUE ZERO.
001450 01  M3-BUSINESS-DATE             PIC 9(008) VALUE ZERO.
001460 01  M3-NEXT-BUSINESS-DATE        PIC 9(008) VALUE ZERO.
001470 01  M3-WORK-JULIAN               PIC 9(007) VALUE ZERO.
001480 01  M3-ACTION-TIME               PIC X(006) VALUE SPACES.
001490 01  M3-REFUSAL-REASON            PIC X(030) VALUE SPACES.
001500 01  M3-SEARCH-TABLE-KEY          PIC X(038) VALUE SPACES.
001510 01  M3-SEARCH-DATE               PIC 9(008) VALUE ZERO.
001520 01  M3-SEARCH-REF                PIC X(014) VALUE SPACES.
001530 01  M3-BEFORE-IMAGE              PIC X(200) VALUE SPACES.
001540 01  M3-AFTER-IMAGE               PIC X(200) VALUE SPACES.
001550 01  M3-CHECKER-ID                PIC X(010) VALUE SPACES.
001560 01  M3-EVENT-CLASS               PIC X(001) VALUE SPACES.
001570 01  M3-OUTCOME                   PIC X(001) VALUE SPACES.
001580 01  M3-JOURNAL-OPERATOR          PIC X(010) VALUE SPACES.
001590 01  M3-JOURNAL-REASON            PIC X(030) VALUE SPACES.
001600*    CHANGE REFERENCES ARE THE BUSINESS DATE AND A SEQUENCE THAT
001610*    CARRIES ON FROM THE HIGHEST ALREADY ISSUED FOR THE DATE.
001620 01  M3-NEW-REF.
001630     05 M3-NEW-REF-DATE           PIC 9(008).
001640     05 M3-NEW-REF-SEQ            PIC 9(006).
001650 01  M3-OLD-REF.
001660     05 M3-OLD-REF-DATE           PIC X(008).
001670     05 M3-OLD-REF-SEQ            PIC X(006).
001680     05 M3-OLD-REF-SEQ-NUM REDEFINES M3-OLD-REF-SEQ
001690                                  PIC 9(006).
001700 01  M3-LAST-SEQ                  PIC 9(006) VALUE ZERO.
001710 01  M3-COUNTERS.
001720     05 M3-CHANGE-READ-COUNT      PIC 9(007) VALUE ZERO.
001730     05 M3-DECISION-READ-COUNT    PIC 9(007) VALUE ZERO.
001740     05 M3-CAPTURED-COUNT         PIC 9(007) VALUE ZERO.
001750     05 M3-APPLIED-COUNT          PIC 9(007) VALUE ZERO.
001760     05 M3-REJECTED-COUNT         PIC 9(007) VALUE ZERO.
001770     05 M3-PENDING-OUT-COUNT      PIC 9(007) VALUE ZERO.
001780     05 M3-NEXT-DAY-COUNT         PIC 9(007) VALUE ZERO.
001790     05 M3-SECTION-COUNT          PIC 9(007) VALUE ZERO.
001800 01  M3-FROM-SUB                  PIC 9(004) COMP VALUE ZERO.
001810 01  M3-TO-SUB                    PIC 9(004) COMP VALUE ZERO.
001820 01  M3-INSERT-SUB                PIC 9(004) COMP VALUE ZERO.
001830 01  M3-IN-FORCE-SUB              PIC 9(004) COMP VALUE ZERO.
001840 01  M3-PENDING-COUNT             PIC 9(004) COMP VALUE ZERO.
001850 01  M3-PENDING-TABLE.
001860     05 M3-PND-ENTRY OCCURS 1000 TIMES
001870        INDEXED BY M3-PND-IDX, M3-PND-LOOKUP-IDX.
001880        10 M3-PND-IMAGE           PIC X(296).
001890        10 M3-PND-PARTS REDEFINES M3-PND-IMAGE.
001900           15 M3-PND-REF          PIC X(014).
001910           15 M3-PND-TABLE-ID     PIC X(008).
001920           15 M3-PND-ACTION       PIC X(001).
001930           15 M3-PND-EFF-DATE     PIC 9(008).
001940           15 FILLER              PIC X(024).
001950           15 M3-PND-ROW-KEY      PIC X(030).
001960           15 FILLER              PIC X(200).
001970           15 M3-PND-STATUS       PIC X(001).
001980           15 FILLER              PIC X(010).
001990 01  M3-HISTORY-COUNT             PIC 9(004) COMP VALUE ZERO.
002000 01  M3-HISTORY-TABLE.
002010     05 M3-HST-ENTRY OCCURS 5000 TIMES
002020        INDEXED BY M3-HST-IDX.
002030        10 M3-HST-IMAGE           PIC X(299).
002040        10 M3-HST-PARTS REDEFINES M3-HST-IMAGE.
002050           15 M3-HST-SORT-KEY.
002060              20 M3-HST-TABLE-KEY PIC X(038).
002070              20 M3-HST-EFF-DATE  PIC 9(008).
002080              20 M3-HST-REF       PIC X(014).
002090           15 FILLER              PIC X(239).
002100 01  M3-EVENT-COUNT               PIC 9(004) COMP VALUE ZERO.
002110 01  M3-EVENT-TABLE.
002120     05 M3-EVT-ENTRY OCCURS 1000 TIMES
002130        INDEXED BY M3-EVT-IDX.
002140        10 M3-EVT-CLASS           PIC X(001).
002150           88 M3-EVT-APPLIED                 VALUE 'A'.
002160           88 M3-EVT-REJECTED                VALUE 'R'.
002170        10 M3-EVT-REF             PIC X(014).
002180        10 M3-EVT-TABLE-ID        PIC X(008).
002190        10 M3-EVT-ACTION          PIC X(001).
002200        10 M3-EVT-ROW-KEY         PIC X(030).
002210        10 M3-EVT-EFF-DATE        PIC 9(008).
002220        10 M3-EVT-MAKER-ID        PIC X(010).
002230        10 M3-EVT-CHECKER-ID      PIC X(010).
002240        10 M3-EVT-DETAIL          PIC X(030).
002250        10 M3-EVT-BEFORE          PIC X(100).
002260        10 M3-EVT-AFTER           PIC X(100).
002270 01  M3-HEADING-LINE.
002280     05 FILLER                    PIC X(038)
002290            VALUE 'DAILY PARAMETER CHANGE REPORT         '.
002300     05 FILLER                    PIC X(015)
002310            VALUE 'BUSINESS DATE: '.
002320     05 M3-HDG-DATE               PIC 9(008).
002330     05 FILLER                    PIC X(022)
002340            VALUE '  NEXT BUSINESS DATE: '.
002350     05 M3-HDG-NEXT-DATE          PIC 9(008).
002360     05 FILLER                    PIC X(041) VALUE SPACES.
002370 01  M3-SECTION-LINE.
002380     05 M3-SEC-TITLE              PIC X(040).
002390     05 M3-SEC-DATE               PIC X(008).
002400     05 FILLER                    PIC X(084) VALUE SPACES.
002410 01  M3-COLUMN-LINE.
002420     05 FILLER                    PIC X(040)
002430            VALUE 'CHANGE REF     TABLE    ACTION ROW KEY  '.
002440     05 FILLER                    PIC X(040)
002450            VALUE '                      EFF DATE  MAKER   '.
002460     05 FILLER                    PIC X(040)
002470            VALUE '   CHECKER    DETAIL                    '.
002480     05 FILLER                    PIC X(012) VALUE SPACES.
002490 01  M3-DETAIL-LINE.
002500     05 M3-DTL-REF                PIC X(014).
002510     05 FILLER                    PIC X(001) VALUE SPACE.
002520     05 M3-DTL-TABLE-ID           PIC X(008).
002530     05 FILLER                    PIC X(001) VALUE SPACE.
002540     05 M3-DTL-ACTION             PIC X(006).
002550     05 FILLER                    PIC X(001) VALUE SPACE.
002560     05 M3-DTL-ROW-KEY            PIC X(030).
002570     05 FILLER                    PIC X(001) VALUE SPACE.
002580     05 M3-DTL-EFF-DATE           PIC 9(008).
002590     05 FILLER                    PIC X(002) VALUE SPACES.
002600     05 M3-DTL-MAKER-ID           PIC X(010).
002610     05 FILLER                    PIC X(001) VALUE SPACE.
002620     05 M3-DTL-CHECKER-ID         PIC X(010).
002630     05 FILLER                    PIC X(001) VALUE SPACE.
002640     05 M3-DTL-DETAIL             PIC X(030).
002650     05 FILLER                    PIC X(008) VALUE SPACES.
002660 01  M3-IMAGE-LINE.
002670     05 FILLER                    PIC X(004) VALUE SPACES.
002680     05 M3-IMG-LABEL              PIC X(007).
002690     05 M3-IMG-IMAGE              PIC X(100).
002700     05 FILLER                    PIC X(021) VALUE SPACES.
002710 01  M3-NONE-LINE.
002720     05 FILLER                    PIC X(010) VALUE '  NONE.   '.
002730     05 FILLER                    PIC X(122) VALUE SPACES.
002740 01  M3-TOTAL-LINE.
002750     05 FILLER                    PIC X(010) VALUE 'CAPTURED  '.
002760     05 M3-TOT-CAPTURED           PIC ZZZZZZ9.
002770     05 FILLER                    PIC X(011) VALUE '  APPLIED  '.
002780     05 M3-TOT-APPLIED            PIC ZZZZZZ9.
002790     05 FILLER                    PIC X(012) VALUE '  REJECTED  '.
002800     05 M3-TOT-REJECTED           PIC ZZZZZZ9.
002810     05 FILLER                    PIC X(011) VALUE '  PENDING  '.
002820     05 M3-TOT-PENDING            PIC ZZZZZZ9.
002830     05 FILLER                    PIC X(020)
002840            VALUE '  EFFECTIVE BY NEXT '.
002850     05 M3-TOT-NEXT-DAY           PIC ZZZZZZ9.
002860     05 FILLER                    PIC X(033) VALUE SPACES.
002870 COPY "Control_Table_Change.cpy".
002880 COPY "Control_Table_History.cpy".
002890 COPY "Control_Table_Registry.cpy".
002900 COPY "Operator_Action.cpy".
002910 COPY "Entitlement_Check.cpy".
002920 COPY "Date_Service.cpy".
002930 COPY "Business_Date_Service.cpy".
002940 COPY "Run_Statistics.cpy".
002950 PROCEDURE DIVISION.
002960*-----------------------------------------------------------------
002970 0000-MAINLINE.
002980*-----------------------------------------------------------------
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 2000-CAPTURE-CHANGE THRU 2000-EXIT
003010         UNTIL M3-CTLCHGF-EOF.
003020     PERFORM 3000-APPLY-DECISION THRU 3000-EXIT
003030         UNTIL M3-CTLAPRF-EOF.
003040     PERFORM 5000-WRITE-FILES THRU 5000-EXIT.
003050     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
003060     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003070     STOP RUN.
003080*-----------------------------------------------------------------
003090 1000-INITIALIZE.
003100*-----------------------------------------------------------------
003110     ACCEPT M3-RUN-DATE FROM DATE YYYYMMDD.
003120     MOVE M3-RUN-DATE TO M3-BUSINESS-DATE.
003130     MOVE SPACES TO BUSINESS-DATE-AREA.
003140     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003150     EVALUATE TRUE
003160         WHEN BDS-OK
003170             MOVE BDS-BUSINESS-DATE TO M3-BUSINESS-DATE
003180         WHEN BDS-NOT-STARTED
003190             DISPLAY 'ESB113M: BUSINESS DATE NOT STARTED -'
003200                 ' RUN REFUSED'
003210             MOVE 8 TO RETURN-CODE
003220             STOP RUN
003230         WHEN OTHER
003240             CONTINUE
003250     END-EVALUATE.
003260     ACCEPT M3-RUN-TIME FROM TIME.
003270     ACCEPT RST-START-TIME FROM TIME.
003280     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003290                  RST-REJECT-COUNT.
003300*    THE NEXT BUSINESS DAY IS THE DAY AFTER, ROLLED FORWARD
003310*    OVER THE BUSINESS CALENDAR (ESB060C).
003320     COMPUTE M3-WORK-JULIAN =
003330         FUNCTION INTEGER-OF-DATE(M3-BUSINESS-DATE) + 1.
003340     COMPUTE M3-NEXT-BUSINESS-DATE =
003350         FUNCTION DATE-OF-INTEGER(M3-WORK-JULIAN).
003360     MOVE SPACES TO DATE-SERVICE-AREA.
003370     SET DSV-ROLL-FORWARD TO TRUE.
003380     MOVE M3-NEXT-BUSINESS-DATE TO DSV-DATE-1.
003390     CALL 'ESB060C' USING DATE-SERVICE-AREA.
003400     IF DSV-OK
003410         MOVE DSV-RESULT-DATE TO M3-NEXT-BUSINESS-DATE
003420     END-IF.
003430     MOVE M3-BUSINESS-DATE TO M3-NEW-REF-DATE.
003440     OPEN OUTPUT CTLRPT.
003450     OPEN INPUT CTHOLDF.
003460     IF M3-CTHOLDF-OK
003470         PERFORM 9300-READ-CTHOLDF THRU 9300-EXIT
003480     ELSE
003490         SET M3-CTHOLDF-EOF TO TRUE
003500     END-IF.
003510     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT
003520         UNTIL M3-CTHOLDF-EOF.
003530     CLOSE CTHOLDF.
003540     OPEN INPUT CTPOLDF.
003550     IF M3-CTPOLDF-OK
003560         PERFORM 9400-READ-CTPOLDF THRU 9400-EXIT
003570     ELSE
003580         SET M3-CTPOLDF-EOF TO TRUE
003590     END-IF.
003600     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
003610         UNTIL M3-CTPOLDF-EOF.
003620     CLOSE CTPOLDF.
003630     OPEN INPUT CTLCHGF.
003640     IF M3-CTLCHGF-OK
003650         PERFORM 9100-READ-CTLCHGF THRU 9100-EXIT
003660     ELSE
003670         SET M3-CTLCHGF-EOF TO TRUE
003680     END-IF.
003690     OPEN INPUT CTLAPRF.
003700     IF M3-CTLAPRF-OK
003710         PERFORM 9200-READ-CTLAPRF THRU 9200-EXIT
003720     ELSE
003730         SET M3-CTLAPRF-EOF TO TRUE
003740     END-IF.
003750     OPEN EXTEND CTLAUDF.
003760     IF M3-CTLAUDF-NOT-THERE
003770         OPEN OUTPUT CTLAUDF
003780     END-IF.
003785*    NO CHANGE IS APPLIED THAT CANNOT BE AUDITED.
003790     IF NOT M3-CTLAUDF-OK
003800         DISPLAY 'ESB113M: UNABLE TO OPEN CTLAUDF '
003805             M3-CTLAUDF-STATUS ' - RUN REFUSED'
003810         MOVE 8 TO RETURN-CODE
003815         STOP RUN
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860 1100-LOAD-HISTORY.
003870*-----------------------------------------------------------------
003880     ADD 1 TO RST-RECORDS-IN.
003890*    REWRITING A TRUNCATED HISTORY WOULD LOSE VERSIONS, SO A
003900*    FULL TABLE STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
003910     IF M3-HISTORY-COUNT NOT < 5000
003920         DISPLAY 'ESB113M: HISTORY TABLE FULL - RUN REFUSED'
003930         MOVE 8 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     ADD 1 TO M3-HISTORY-COUNT.
003970     SET M3-HST-IDX TO M3-HISTORY-COUNT.
003980     MOVE CTHOLDF-RECORD TO M3-HST-IMAGE (M3-HST-IDX).
003990     MOVE M3-HST-REF (M3-HST-IDX) TO M3-OLD-REF.
004000     PERFORM 1300-NOTE-REFERENCE THRU 1300-EXIT.
004010     PERFORM 9300-READ-CTHOLDF THRU 9300-EXIT.
004020 1100-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------------
004050 1200-LOAD-PENDING.
004060*-----------------------------------------------------------------
004070     ADD 1 TO RST-RECORDS-IN.
004080     MOVE CTPOLDF-RECORD TO CONTROL-TABLE-CHANGE-RECORD.
004090     MOVE CTC-CHANGE-REF TO M3-OLD-REF.
004100     PERFORM 1300-NOTE-REFERENCE THRU 1300-EXIT.
004110*    A CHANGE NOT DECIDED BEFORE ITS EFFECTIVE DATE CAN NO
004120*    LONGER BE PUBLISHED IN TIME AND IS DROPPED.
004130     IF CTC-EFFECTIVE-DATE NOT > M3-BUSINESS-DATE
004140         MOVE 'NOT APPROVED BY EFFECTIVE DATE'
004150             TO M3-REFUSAL-REASON
004160         MOVE SPACES TO M3-CHECKER-ID
004170         PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT
004180         GO TO 1290-NEXT-PENDING
004190     END-IF.
004200     IF M3-PENDING-COUNT NOT < 1000
004210         DISPLAY 'ESB113M: PENDING TABLE FULL - RUN REFUSED'
004220         MOVE 8 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     ADD 1 TO M3-PENDING-COUNT.
004260     SET M3-PND-IDX TO M3-PENDING-COUNT.
004270     MOVE CONTROL-TABLE-CHANGE-RECORD
004280         TO M3-PND-IMAGE (M3-PND-IDX).
004290 1290-NEXT-PENDING.
004300     PERFORM 9400-READ-CTPOLDF THRU 9400-EXIT.
004310 1200-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------------
004340 1300-NOTE-REFERENCE.
004350*-----------------------------------------------------------------
004360     IF M3-OLD-REF-DATE = M3-NEW-REF-DATE
004370        AND M3-OLD-REF-SEQ IS NUMERIC
004380        AND M3-OLD-REF-SEQ-NUM > M3-LAST-SEQ
004390         MOVE M3-OLD-REF-SEQ-NUM TO M3-LAST-SEQ
004400     END-IF.
004410 1300-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440 2000-CAPTURE-CHANGE.
004450*-----------------------------------------------------------------
004460     ADD 1 TO M3-CHANGE-READ-COUNT.
004470     ADD 1 TO RST-RECORDS-IN.
004480     MOVE CTLCHGF-RECORD TO CONTROL-TABLE-CHANGE-RECORD.
004490     MOVE SPACES TO M3-REFUSAL-REASON M3-CHECKER-ID.
004500     MOVE SPACES TO CTC-CHANGE-REF CTC-ROW-KEY.
004510     MOVE M3-BUSINESS-DATE TO CTC-CAPTURE-DATE.
004520     IF CTC-CAPTURE-TIME IS NOT NUMERIC
004530         MOVE M3-RUN-TIME TO CTC-CAPTURE-TIME
004540     END-IF.
004550     MOVE CTC-CAPTURE-TIME TO M3-ACTION-TIME.
004560     PERFORM 2100-FIND-TABLE THRU 2100-EXIT.
004570     IF NOT M3-TABLE-FOUND
004580         MOVE 'TABLE NOT UNDER MAINTENANCE' TO M3-REFUSAL-REASON
004590         GO TO 2900-REJECT
004600     END-IF.
004610     IF NOT CTC-ADD
004620        AND NOT CTC-CHANGE
004630        AND NOT CTC-DELETE
004640         MOVE 'ACTION MUST BE A, C OR D' TO M3-REFUSAL-REASON
004650         GO TO 2900-REJECT
004660     END-IF.
004670     IF CTC-EFFECTIVE-DATE IS NOT NUMERIC
004680         MOVE ZERO TO CTC-EFFECTIVE-DATE
004690     END-IF.
004700     IF CTC-EFFECTIVE-DATE NOT > M3-BUSINESS-DATE
004710         MOVE 'EFFECTIVE DATE NOT AFTER TODAY'
004720             TO M3-REFUSAL-REASON
004730         GO TO 2900-REJECT
004740     END-IF.
004750     IF CTR-KEY-LENGTH (CTR-IDX) > ZERO
004760         MOVE CTC-ROW-IMAGE (CTR-KEY-START (CTR-IDX):
004770                             CTR-KEY-LENGTH (CTR-IDX))
004780             TO CTC-ROW-KEY
004790         IF CTC-ROW-KEY = SPACES
004800             MOVE 'ROW KEY IS BLANK' TO M3-REFUSAL-REASON
004810             GO TO 2900-REJECT
004820         END-IF
004830     END-IF.
004840     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
004850     MOVE CTC-MAKER-ID TO ETC-OPERATOR-ID.
004860     MOVE ZERO TO ETC-AMOUNT.
004870     PERFORM 2200-SET-CHECK-CONTEXT THRU 2200-EXIT.
004880     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
004890     IF NOT ETC-ALLOWED
004900         MOVE ETC-REASON-TEXT TO M3-REFUSAL-REASON
004910         GO TO 2900-REJECT
004920     END-IF.
004930     PERFORM 2300-FIND-SAME-PENDING THRU 2300-EXIT.
004940     IF M3-PENDING-FOUND
004950         MOVE 'SAME ROW AND DATE ALREADY PENDING'
004960             TO M3-REFUSAL-REASON
004970         GO TO 2900-REJECT
004980     END-IF.
004990     IF M3-PENDING-COUNT NOT < 1000
005000         MOVE 'PENDING TABLE FULL' TO M3-REFUSAL-REASON
005010         SET M3-OVERFLOW TO TRUE
005020         GO TO 2900-REJECT
005030     END-IF.
005040     ADD 1 TO M3-LAST-SEQ.
005050     MOVE M3-LAST-SEQ TO M3-NEW-REF-SEQ.
005060     MOVE M3-NEW-REF TO CTC-CHANGE-REF.
005070     SET CTC-PENDING TO TRUE.
005080     ADD 1 TO M3-PENDING-COUNT.
005090     SET M3-PND-IDX TO M3-PENDING-COUNT.
005100     MOVE CONTROL-TABLE-CHANGE-RECORD
005110         TO M3-PND-IMAGE (M3-PND-IDX).
005120     ADD 1 TO M3-CAPTURED-COUNT.
005130     MOVE CTC-MAKER-ID TO M3-JOURNAL-OPERATOR.
005140     MOVE 'A' TO M3-OUTCOME.
005150     MOVE SPACES TO M3-JOURNAL-REASON.
005160     STRING 'CAPTURED FOR ' DELIMITED BY SIZE
005170            CTC-TABLE-ID DELIMITED BY SPACE
005180         INTO M3-JOURNAL-REASON.
005190     PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT.
005200     GO TO 2990-NEXT-CHANGE.
005210 2900-REJECT.
005220     PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT.
005230 2990-NEXT-CHANGE.
005240     PERFORM 9100-READ-CTLCHGF THRU 9100-EXIT.
005250 2000-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------------
005280 2100-FIND-TABLE.
005290*-----------------------------------------------------------------
005300     MOVE 'N' TO M3-TABLE-FOUND-SW.
005310     SET CTR-IDX TO 1.
005320     PERFORM 2110-SCAN-REGISTRY THRU 2110-EXIT
005330         UNTIL CTR-IDX > CTR-TABLE-COUNT
005340            OR M3-TABLE-FOUND.
005350 2100-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380 2110-SCAN-REGISTRY.
005390*-----------------------------------------------------------------
005400     IF CTR-TABLE-ID (CTR-IDX) = CTC-TABLE-ID
005410         SET M3-TABLE-FOUND TO TRUE
005420     ELSE
005430         SET CTR-IDX UP BY 1
005440     END-IF.
005450 2110-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480 2200-SET-CHECK-CONTEXT.
005490*-----------------------------------------------------------------
005500     MOVE 'ESB113M' TO ETC-PROGRAM-ID.
005510     MOVE 'CTLM' TO ETC-ACTION-TYPE.
005520     MOVE CTC-CHANGE-REF TO ETC-PCREF.
005530     MOVE M3-ACTION-TIME TO ETC-ACTION-TIME.
005540 2200-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 2300-FIND-SAME-PENDING.
005580*-----------------------------------------------------------------
005590     MOVE 'N' TO M3-PENDING-FOUND-SW.
005600     IF M3-PENDING-COUNT = ZERO
005610         GO TO 2300-EXIT
005620     END-IF.
005630     SET M3-PND-LOOKUP-IDX TO 1.
005640     PERFORM 2310-SCAN-SAME-PENDING THRU 2310-EXIT
005650         UNTIL M3-PND-LOOKUP-IDX > M3-PENDING-COUNT
005660            OR M3-PENDING-FOUND.
005670 2300-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700 2310-SCAN-SAME-PENDING.
005710*-----------------------------------------------------------------
005720     IF M3-PND-STATUS (M3-PND-LOOKUP-IDX) = 'P'
005730        AND M3-PND-TABLE-ID (M3-PND-LOOKUP-IDX) = CTC-TABLE-ID
005740        AND M3-PND-ROW-KEY (M3-PND-LOOKUP-IDX) = CTC-ROW-KEY
005750        AND M3-PND-EFF-DATE (M3-PND-LOOKUP-IDX)
005760                = CTC-EFFECTIVE-DATE
005770         SET M3-PENDING-FOUND TO TRUE
005780     ELSE
005790         SET M3-PND-LOOKUP-IDX UP BY 1
005800     END-IF.
005810 2310-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 3000-APPLY-DECISION.
005850*-----------------------------------------------------------------
005860     ADD 1 TO M3-DECISION-READ-COUNT.
005870     ADD 1 TO RST-RECORDS-IN.
005880     MOVE SPACES TO M3-REFUSAL-REASON.
005890     MOVE CTA-CHECKER-ID TO M3-CHECKER-ID.
005900     IF CTA-DECISION-TIME IS NUMERIC
005910         MOVE CTA-DECISION-TIME TO M3-ACTION-TIME
005920     ELSE
005930         MOVE M3-RUN-TIME TO M3-ACTION-TIME
005940     END-IF.
005950     MOVE CTA-CHANGE-REF TO M3-SEARCH-REF.
005960     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
005970     IF NOT M3-PENDING-FOUND
005980         MOVE SPACES TO CONTROL-TABLE-CHANGE-RECORD
005990         MOVE CTA-CHANGE-REF TO CTC-CHANGE-REF
006000         MOVE ZERO TO CTC-EFFECTIVE-DATE
006010         MOVE 'CHANGE NOT AWAITING APPROVAL' TO M3-REFUSAL-REASON
006020         PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT
006030         GO TO 3990-NEXT-DECISION
006040     END-IF.
006050     MOVE M3-PND-IMAGE (M3-PND-LOOKUP-IDX)
006060         TO CONTROL-TABLE-CHANGE-RECORD.
006070*    A REFUSED CHECKER LEAVES THE CHANGE PENDING FOR ANOTHER.
006080     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
006090     MOVE CTA-CHECKER-ID TO ETC-OPERATOR-ID.
006100     MOVE CTC-MAKER-ID TO ETC-MAKER-ID.
006110     MOVE 'S' TO ETC-REQUIRED-ROLE.
006120     MOVE ZERO TO ETC-AMOUNT.
006130     PERFORM 2200-SET-CHECK-CONTEXT THRU 2200-EXIT.
006140     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
006150     IF NOT ETC-ALLOWED
006160         MOVE ETC-REASON-TEXT TO M3-REFUSAL-REASON
006170         PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT
006180         GO TO 3990-NEXT-DECISION
006190     END-IF.
006200     MOVE CTA-CHECKER-ID TO M3-JOURNAL-OPERATOR.
006210     MOVE 'X' TO M3-PND-STATUS (M3-PND-LOOKUP-IDX).
006220     IF NOT CTA-APPROVE
006230         IF CTA-REASON = SPACES
006240             MOVE 'DECLINED BY CHECKER' TO M3-REFUSAL-REASON
006250         ELSE
006260             MOVE CTA-REASON TO M3-REFUSAL-REASON
006270         END-IF
006280         PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT
006290         MOVE 'D' TO M3-OUTCOME
006300         MOVE M3-REFUSAL-REASON TO M3-JOURNAL-REASON
006310         PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT
006320         GO TO 3990-NEXT-DECISION
006330     END-IF.
006340     PERFORM 3200-CHECK-AGAINST-TABLE THRU 3200-EXIT.
006350     IF M3-REFUSAL-REASON NOT = SPACES
006360         PERFORM 7100-RECORD-REJECTION THRU 7100-EXIT
006370         MOVE 'N' TO M3-OUTCOME
006380         MOVE M3-REFUSAL-REASON TO M3-JOURNAL-REASON
006390         PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT
006400         GO TO 3990-NEXT-DECISION
006410     END-IF.
006420     PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT.
006430     MOVE 'A' TO M3-OUTCOME.
006440     MOVE SPACES TO M3-JOURNAL-REASON.
006450     STRING 'APPLIED TO ' DELIMITED BY SIZE
006460            CTC-TABLE-ID DELIMITED BY SPACE
006470         INTO M3-JOURNAL-REASON.
006480     PERFORM 9600-JOURNAL-ACTION THRU 9600-EXIT.
006490 3990-NEXT-DECISION.
006500     PERFORM 9200-READ-CTLAPRF THRU 9200-EXIT.
006510 3000-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540 3100-FIND-PENDING.
006550*-----------------------------------------------------------------
006560     MOVE 'N' TO M3-PENDING-FOUND-SW.
006570     IF M3-PENDING-COUNT = ZERO
006580         GO TO 3100-EXIT
006590     END-IF.
006600     SET M3-PND-LOOKUP-IDX TO 1.
006610     PERFORM 3110-SCAN-PENDING THRU 3110-EXIT
006620         UNTIL M3-PND-LOOKUP-IDX > M3-PENDING-COUNT
006630            OR M3-PENDING-FOUND.
006640 3100-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670 3110-SCAN-PENDING.
006680*-----------------------------------------------------------------
006690     IF M3-PND-REF (M3-PND-LOOKUP-IDX) = M3-SEARCH-REF
006700        AND M3-PND-STATUS (M3-PND-LOOKUP-IDX) = 'P'
006710         SET M3-PENDING-FOUND TO TRUE
006720     ELSE
006730         SET M3-PND-LOOKUP-IDX UP BY 1
006740     END-IF.
006750 3110-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780 3200-CHECK-AGAINST-TABLE.
006790*-----------------------------------------------------------------
006800*    THE APPROVED CHANGE MUST STILL BE IN TIME AND MUST FIT THE
006810*    ROW IN FORCE ON ITS EFFECTIVE DATE: AN ADD NEEDS NO ROW,
006820*    A CHANGE OR DELETE NEEDS ONE.
006830     IF CTC-EFFECTIVE-DATE NOT > M3-BUSINESS-DATE
006840         MOVE 'EFFECTIVE DATE HAS PASSED' TO M3-REFUSAL-REASON
006850         GO TO 3200-EXIT
006860     END-IF.
006870     MOVE CTC-TABLE-ID TO M3-SEARCH-TABLE-KEY (1:8).
006880     MOVE CTC-ROW-KEY TO M3-SEARCH-TABLE-KEY (9:30).
006890     MOVE CTC-EFFECTIVE-DATE TO M3-SEARCH-DATE.
006900     PERFORM 3300-FIND-ROW-IN-FORCE THRU 3300-EXIT.
006910     IF CTC-ADD
006920        AND M3-ROW-FOUND
006930         MOVE 'ROW ALREADY ON TABLE AT DATE' TO M3-REFUSAL-REASON
006940         GO TO 3200-EXIT
006950     END-IF.
006960     IF NOT CTC-ADD
006970        AND NOT M3-ROW-FOUND
006980         MOVE 'ROW NOT ON TABLE AT DATE' TO M3-REFUSAL-REASON
006990         GO TO 3200-EXIT
007000     END-IF.
007010     IF M3-HISTORY-COUNT NOT < 5000
007020         MOVE 'HISTORY TABLE FULL' TO M3-REFUSAL-REASON
007030         SET M3-OVERFLOW TO TRUE
007040         MOVE 'P' TO M3-PND-STATUS (M3-PND-LOOKUP-IDX)
007050     END-IF.
007060 3200-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------------
007090 3300-FIND-ROW-IN-FORCE.
007100*-----------------------------------------------------------------
007110*    THE HISTORY IS IN TABLE, KEY, DATE ORDER, SO THE LAST
007120*    VERSION OF THE KEY DATED ON OR BEFORE THE SEARCH DATE IS
007130*    THE ONE IN FORCE.  A DELETE VERSION MEANS NO ROW.
007140     MOVE 'N' TO M3-ROW-FOUND-SW.
007150     MOVE SPACES TO M3-BEFORE-IMAGE.
007160     MOVE ZERO TO M3-IN-FORCE-SUB.
007170     IF M3-HISTORY-COUNT = ZERO
007180         GO TO 3300-EXIT
007190     END-IF.
007200     SET M3-HST-IDX TO 1.
007210     PERFORM 3310-SCAN-HISTORY THRU 3310-EXIT
007220         UNTIL M3-HST-IDX > M3-HISTORY-COUNT.
007230     IF M3-IN-FORCE-SUB = ZERO
007240         GO TO 3300-EXIT
007250     END-IF.
007260     MOVE M3-HST-IMAGE (M3-IN-FORCE-SUB)
007270         TO CONTROL-TABLE-HISTORY-RECORD.
007280     IF NOT CTH-DELETED
007290         SET M3-ROW-FOUND TO TRUE
007300         MOVE CTH-ROW-IMAGE TO M3-BEFORE-IMAGE
007310     END-IF.
007320 3300-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------------
007350 3310-SCAN-HISTORY.
007360*-----------------------------------------------------------------
007370     IF M3-HST-TABLE-KEY (M3-HST-IDX) = M3-SEARCH-TABLE-KEY
007380        AND M3-HST-EFF-DATE (M3-HST-IDX) NOT > M3-SEARCH-DATE
007390         SET M3-IN-FORCE-SUB TO M3-HST-IDX
007400     END-IF.
007410     SET M3-HST-IDX UP BY 1.
007420 3310-EXIT.
007430     EXIT.
007440*-----------------------------------------------------------------
007450 4000-APPLY-CHANGE.
007460*-----------------------------------------------------------------
007470     MOVE SPACES TO CONTROL-TABLE-HISTORY-RECORD.
007480     MOVE CTC-TABLE-ID TO CTH-TABLE-ID.
007490     MOVE CTC-ROW-KEY TO CTH-ROW-KEY.
007500     MOVE CTC-EFFECTIVE-DATE TO CTH-EFFECTIVE-DATE.
007510     MOVE CTC-CHANGE-REF TO CTH-CHANGE-REF.
007520     MOVE CTC-ACTION TO CTH-ACTION.
007530     MOVE CTC-MAKER-ID TO CTH-MAKER-ID.
007540     MOVE M3-CHECKER-ID TO CTH-CHECKER-ID.
007550     MOVE M3-BUSINESS-DATE TO CTH-APPLIED-DATE.
007560     MOVE CTC-ROW-IMAGE TO CTH-ROW-IMAGE.
007570     IF CTC-DELETE
007580         MOVE SPACES TO M3-AFTER-IMAGE
007590     ELSE
007600         MOVE CTC-ROW-IMAGE TO M3-AFTER-IMAGE
007610     END-IF.
007620     PERFORM 4100-INSERT-HISTORY THRU 4100-EXIT.
007630     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
007640     ADD 1 TO M3-APPLIED-COUNT.
007650     MOVE 'A' TO M3-EVENT-CLASS.
007660     MOVE 'APPLIED' TO M3-REFUSAL-REASON.
007670     PERFORM 7000-RECORD-EVENT THRU 7000-EXIT.
007680     MOVE SPACES TO M3-REFUSAL-REASON.
007690 4000-EXIT.
007700     EXIT.
007710*-----------------------------------------------------------------
007720 4100-INSERT-HISTORY.
007730*-----------------------------------------------------------------
007740*    THE NEW VERSION GOES IN AHEAD OF THE FIRST ENTRY WITH A
007750*    HIGHER SORT KEY; EVERYTHING FROM THERE MOVES DOWN ONE.
007760     MOVE 'N' TO M3-POSITION-FOUND-SW.
007770     MOVE 1 TO M3-INSERT-SUB.
007780     PERFORM 4110-SCAN-POSITION THRU 4110-EXIT
007790         UNTIL M3-INSERT-SUB > M3-HISTORY-COUNT
007800            OR M3-POSITION-FOUND.
007810     MOVE M3-HISTORY-COUNT TO M3-FROM-SUB.
007820     PERFORM 4120-SHIFT-ONE-DOWN THRU 4120-EXIT
007830         UNTIL M3-FROM-SUB < M3-INSERT-SUB.
007840     ADD 1 TO M3-HISTORY-COUNT.
007850     MOVE CONTROL-TABLE-HISTORY-RECORD
007860         TO M3-HST-IMAGE (M3-INSERT-SUB).
007870 4100-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900 4110-SCAN-POSITION.
007910*-----------------------------------------------------------------
007920     IF M3-HST-SORT-KEY (M3-INSERT-SUB) > CTH-SORT-KEY
007930         SET M3-POSITION-FOUND TO TRUE
007940     ELSE
007950         ADD 1 TO M3-INSERT-SUB
007960     END-IF.
007970 4110-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000 4120-SHIFT-ONE-DOWN.
008010*-----------------------------------------------------------------
008020     IF M3-FROM-SUB = ZERO
008030         GO TO 4120-EXIT
008040     END-IF.
008050     COMPUTE M3-TO-SUB = M3-FROM-SUB + 1.
008060     MOVE M3-HST-IMAGE (M3-FROM-SUB) TO M3-HST-IMAGE (M3-TO-SUB).
008070     SUBTRACT 1 FROM M3-FROM-SUB.
008080 4120-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110 4200-WRITE-AUDIT.
008120*-----------------------------------------------------------------
008130     MOVE SPACES TO CONTROL-TABLE-AUDIT-RECORD.
008140     MOVE M3-BUSINESS-DATE TO CTU-BUSINESS-DATE.
008150     ACCEPT CTU-AUDIT-TIME FROM TIME.
008160     MOVE CTC-CHANGE-REF TO CTU-CHANGE-REF.
008170     MOVE CTC-TABLE-ID TO CTU-TABLE-ID.
008180     MOVE CTC-ROW-KEY TO CTU-ROW-KEY.
008190     MOVE CTC-ACTION TO CTU-ACTION.
008200     MOVE CTC-EFFECTIVE-DATE TO CTU-EFFECTIVE-DATE.
008210     MOVE CTC-MAKER-ID TO CTU-MAKER-ID.
008220     MOVE M3-CHECKER-ID TO CTU-CHECKER-ID.
008230     MOVE M3-BEFORE-IMAGE TO CTU-BEFORE-IMAGE.
008240     MOVE M3-AFTER-IMAGE TO CTU-AFTER-IMAGE.
008250     IF M3-CTLAUDF-OK
008260         WRITE CONTROL-TABLE-AUDIT-RECORD
008270     END-IF.
008280 4200-EXIT.
008290     EXIT.
008300*-----------------------------------------------------------------
008310 5000-WRITE-FILES.
008320*-----------------------------------------------------------------
008330     OPEN OUTPUT CTPNEWF.
008340     IF M3-PENDING-COUNT > ZERO
008350         SET M3-PND-IDX TO 1
008360         PERFORM 5100-WRITE-ONE-PENDING THRU 5100-EXIT
008370             UNTIL M3-PND-IDX > M3-PENDING-COUNT
008380     END-IF.
008390     CLOSE CTPNEWF.
008400     OPEN OUTPUT CTHNEWF.
008410     IF M3-HISTORY-COUNT > ZERO
008420         SET M3-HST-IDX TO 1
008430         PERFORM 5200-WRITE-ONE-HISTORY THRU 5200-EXIT
008440             UNTIL M3-HST-IDX > M3-HISTORY-COUNT
008450     END-IF.
008460     CLOSE CTHNEWF.
008470 5000-EXIT.
008480     EXIT.
008490*-----------------------------------------------------------------
008500 5100-WRITE-ONE-PENDING.
008510*-----------------------------------------------------------------
008520     IF M3-PND-STATUS (M3-PND-IDX) = 'P'
008530         MOVE M3-PND-IMAGE (M3-PND-IDX) TO CTPNEWF-RECORD
008540         WRITE CTPNEWF-RECORD
008550         ADD 1 TO M3-PENDING-OUT-COUNT
008560         ADD 1 TO RST-RECORDS-OUT
008570     END-IF.
008580     SET M3-PND-IDX UP BY 1.
008590 5100-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------------
008620 5200-WRITE-ONE-HISTORY.
008630*-----------------------------------------------------------------
008640     MOVE M3-HST-IMAGE (M3-HST-IDX) TO CTHNEWF-RECORD.
008650     WRITE CTHNEWF-RECORD.
008660     ADD 1 TO RST-RECORDS-OUT.
008670     SET M3-HST-IDX UP BY 1.
008680 5200-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------------
008710 6000-PRINT-REPORT.
008720*-----------------------------------------------------------------
008730     MOVE M3-BUSINESS-DATE TO M3-HDG-DATE.
008740     MOVE M3-NEXT-BUSINESS-DATE TO M3-HDG-NEXT-DATE.
008750     MOVE M3-HEADING-LINE TO CTLRPT-RECORD.
008760     WRITE CTLRPT-RECORD.
008770     MOVE 'CHANGES APPLIED TODAY' TO M3-SEC-TITLE.
008780     MOVE SPACES TO M3-SEC-DATE.
008790     PERFORM 6900-WRITE-SECTION-HEAD THRU 6900-EXIT.
008800     IF M3-EVENT-COUNT > ZERO
008810         SET M3-EVT-IDX TO 1
008820         PERFORM 6100-PRINT-APPLIED THRU 6100-EXIT
008830             UNTIL M3-EVT-IDX > M3-EVENT-COUNT
008840     END-IF.
008850     PERFORM 6950-WRITE-NONE-LINE THRU 6950-EXIT.
008860     MOVE 'CHANGES TAKING EFFECT BY NEXT BUSINESS ' TO
008870         M3-SEC-TITLE.
008880     MOVE M3-NEXT-BUSINESS-DATE TO M3-SEC-DATE.
008890     PERFORM 6900-WRITE-SECTION-HEAD THRU 6900-EXIT.
008900     IF M3-HISTORY-COUNT > ZERO
008910         SET M3-HST-IDX TO 1
008920         PERFORM 6200-PRINT-NEXT-DAY THRU 6200-EXIT
008930             UNTIL M3-HST-IDX > M3-HISTORY-COUNT
008940     END-IF.
008950     PERFORM 6950-WRITE-NONE-LINE THRU 6950-EXIT.
008960     MOVE 'CHANGES REJECTED' TO M3-SEC-TITLE.
008970     MOVE SPACES TO M3-SEC-DATE.
008980     PERFORM 6900-WRITE-SECTION-HEAD THRU 6900-EXIT.
008990     IF M3-EVENT-COUNT > ZERO
009000         SET M3-EVT-IDX TO 1
009010         PERFORM 6300-PRINT-REJECTED THRU 6300-EXIT
009020             UNTIL M3-EVT-IDX > M3-EVENT-COUNT
009030     END-IF.
009040     PERFORM 6950-WRITE-NONE-LINE THRU 6950-EXIT.
009050     MOVE 'CHANGES AWAITING APPROVAL' TO M3-SEC-TITLE.
009060     MOVE SPACES TO M3-SEC-DATE.
009070     PERFORM 6900-WRITE-SECTION-HEAD THRU 6900-EXIT.
009080     IF M3-PENDING-COUNT > ZERO
009090         SET M3-PND-IDX TO 1
009100         PERFORM 6400-PRINT-PENDING THRU 6400-EXIT
009110             UNTIL M3-PND-IDX > M3-PENDING-COUNT
009120     END-IF.
009130     PERFORM 6950-WRITE-NONE-LINE THRU 6950-EXIT.
009140     MOVE M3-CAPTURED-COUNT TO M3-TOT-CAPTURED.
009150     MOVE M3-APPLIED-COUNT TO M3-TOT-APPLIED.
009160     MOVE M3-REJECTED-COUNT TO M3-TOT-REJECTED.
009170     MOVE M3-PENDING-OUT-COUNT TO M3-TOT-PENDING.
009180     MOVE M3-NEXT-DAY-COUNT TO M3-TOT-NEXT-DAY.
009190     MOVE M3-TOTAL-LINE TO CTLRPT-RECORD.
009200     WRITE CTLRPT-RECORD.
009210 6000-EXIT.
009220     EXIT.
009230*-----------------------------------------------------------------
009240 6100-PRINT-APPLIED.
009250*-----------------------------------------------------------------
009260     IF M3-EVT-APPLIED (M3-EVT-IDX)
009270         PERFORM 6500-WRITE-EVENT-LINE THRU 6500-EXIT
009280         MOVE 'BEFORE ' TO M3-IMG-LABEL
009290         MOVE M3-EVT-BEFORE (M3-EVT-IDX) TO M3-IMG-IMAGE
009300         MOVE M3-IMAGE-LINE TO CTLRPT-RECORD
009310         WRITE CTLRPT-RECORD
009320         MOVE 'AFTER  ' TO M3-IMG-LABEL
009330         MOVE M3-EVT-AFTER (M3-EVT-IDX) TO M3-IMG-IMAGE
009340         MOVE M3-IMAGE-LINE TO CTLRPT-RECORD
009350         WRITE CTLRPT-RECORD
009360     END-IF.
009370     SET M3-EVT-IDX UP BY 1.
009380 6100-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------------
009410 6200-PRINT-NEXT-DAY.
009420*-----------------------------------------------------------------
009430*    EVERY VERSION DATED AFTER TODAY AND ON OR BEFORE THE NEXT
009440*    BUSINESS DAY IS PUBLISHED BY THAT DAY'S ESB114P RUN.
009450     IF M3-HST-EFF-DATE (M3-HST-IDX) NOT > M3-BUSINESS-DATE
009460        OR M3-HST-EFF-DATE (M3-HST-IDX) > M3-NEXT-BUSINESS-DATE
009470         GO TO 6290-NEXT-VERSION
009480     END-IF.
009490     MOVE M3-HST-IMAGE (M3-HST-IDX)
009500         TO CONTROL-TABLE-HISTORY-RECORD.
009510     ADD 1 TO M3-NEXT-DAY-COUNT.
009520     ADD 1 TO M3-SECTION-COUNT.
009530     MOVE CTH-CHANGE-REF TO M3-DTL-REF.
009540     MOVE CTH-TABLE-ID TO M3-DTL-TABLE-ID.
009550     MOVE CTH-ACTION TO M3-EVENT-CLASS.
009560     PERFORM 6600-SET-ACTION-TEXT THRU 6600-EXIT.
009570     MOVE CTH-ROW-KEY TO M3-DTL-ROW-KEY.
009580     MOVE CTH-EFFECTIVE-DATE TO M3-DTL-EFF-DATE.
009590     MOVE CTH-MAKER-ID TO M3-DTL-MAKER-ID.
009600     MOVE CTH-CHECKER-ID TO M3-DTL-CHECKER-ID.
009610     MOVE SPACES TO M3-DTL-DETAIL.
009620     STRING 'APPROVED ' DELIMITED BY SIZE
009630            CTH-APPLIED-DATE DELIMITED BY SIZE
009640         INTO M3-DTL-DETAIL.
009650     MOVE M3-DETAIL-LINE TO CTLRPT-RECORD.
009660     WRITE CTLRPT-RECORD.
009670 6290-NEXT-VERSION.
009680     SET M3-HST-IDX UP BY 1.
009690 6200-EXIT.
009700     EXIT.
009710*-----------------------------------------------------------------
009720 6300-PRINT-REJECTED.
009730*-----------------------------------------------------------------
009740     IF M3-EVT-REJECTED (M3-EVT-IDX)
009750         PERFORM 6500-WRITE-EVENT-LINE THRU 6500-EXIT
009760     END-IF.
009770     SET M3-EVT-IDX UP BY 1.
009780 6300-EXIT.
009790     EXIT.
009800*-----------------------------------------------------------------
009810 6400-PRINT-PENDING.
009820*-----------------------------------------------------------------
009830     IF M3-PND-STATUS (M3-PND-IDX) NOT = 'P'
009840         GO TO 6490-NEXT-PENDING
009850     END-IF.
009860     MOVE M3-PND-IMAGE (M3-PND-IDX)
009870         TO CONTROL-TABLE-CHANGE-RECORD.
009880     ADD 1 TO M3-SECTION-COUNT.
009890     MOVE CTC-CHANGE-REF TO M3-DTL-REF.
009900     MOVE CTC-TABLE-ID TO M3-DTL-TABLE-ID.
009910     MOVE CTC-ACTION TO M3-EVENT-CLASS.
009920     PERFORM 6600-SET-ACTION-TEXT THRU 6600-EXIT.
009930     MOVE CTC-ROW-KEY TO M3-DTL-ROW-KEY.
009940     MOVE CTC-EFFECTIVE-DATE TO M3-DTL-EFF-DATE.
009950     MOVE CTC-MAKER-ID TO M3-DTL-MAKER-ID.
009960     MOVE SPACES TO M3-DTL-CHECKER-ID.
009970     IF CTC-EFFECTIVE-DATE NOT > M3-NEXT-BUSINESS-DATE
009980         MOVE 'DUE NEXT BUSINESS DAY' TO M3-DTL-DETAIL
009990     ELSE
010000         MOVE SPACES TO M3-DTL-DETAIL
010010     END-IF.
010020     MOVE M3-DETAIL-LINE TO CTLRPT-RECORD.
010030     WRITE CTLRPT-RECORD.
010040 6490-NEXT-PENDING.
010050     SET M3-PND-IDX UP BY 1.
010060 6400-EXIT.
010070     EXIT.
010080*-----------------------------------------------------------------
010090 6500-WRITE-EVENT-LINE.
010100*-----------------------------------------------------------------
010110     ADD 1 TO M3-SECTION-COUNT.
010120     MOVE M3-EVT-REF (M3-EVT-IDX) TO M3-DTL-REF.
010130     MOVE M3-EVT-TABLE-ID (M3-EVT-IDX) TO M3-DTL-TABLE-ID.
010140     MOVE M3-EVT-ACTION (M3-EVT-IDX) TO M3-EVENT-CLASS.
010150     PERFORM 6600-SET-ACTION-TEXT THRU 6600-EXIT.
010160     MOVE M3-EVT-ROW-KEY (M3-EVT-IDX) TO M3-DTL-ROW-KEY.
010170     MOVE M3-EVT-EFF-DATE (M3-EVT-IDX) TO M3-DTL-EFF-DATE.
010180     MOVE M3-EVT-MAKER-ID (M3-EVT-IDX) TO M3-DTL-MAKER-ID.
010190     MOVE M3-EVT-CHECKER-ID (M3-EVT-IDX) TO M3-DTL-CHECKER-ID.
010200     MOVE M3-EVT-DETAIL (M3-EVT-IDX) TO M3-DTL-DETAIL.
010210     MOVE M3-DETAIL-LINE TO CTLRPT-RECORD.
010220     WRITE CTLRPT-RECORD.
010230 6500-EXIT.
010240     EXIT.
010250*-----------------------------------------------------------------
010260 6600-SET-ACTION-TEXT.
010270*-----------------------------------------------------------------
010280     EVALUATE M3-EVENT-CLASS
010290         WHEN 'A'
010300             MOVE 'ADD' TO M3-DTL-ACTION
010310         WHEN 'C'
010320             MOVE 'CHANGE' TO M3-DTL-ACTION
010330         WHEN 'D'
010340             MOVE 'DELETE' TO M3-DTL-ACTION
010350         WHEN OTHER
010360             MOVE SPACES TO M3-DTL-ACTION
010370     END-EVALUATE.
010380 6600-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410 6900-WRITE-SECTION-HEAD.
010420*-----------------------------------------------------------------
010430     MOVE ZERO TO M3-SECTION-COUNT.
010440     MOVE M3-SECTION-LINE TO CTLRPT-RECORD.
010450     WRITE CTLRPT-RECORD.
010460     MOVE M3-COLUMN-LINE TO CTLRPT-RECORD.
010470     WRITE CTLRPT-RECORD.
010480 6900-EXIT.
010490     EXIT.
010500*-----------------------------------------------------------------
010510 6950-WRITE-NONE-LINE.
010520*-----------------------------------------------------------------
010530     IF M3-SECTION-COUNT = ZERO
010540         MOVE M3-NONE-LINE TO CTLRPT-RECORD
010550         WRITE CTLRPT-RECORD
010560     END-IF.
010570 6950-EXIT.
010580     EXIT.
010590*-----------------------------------------------------------------
010600 7000-RECORD-EVENT.
010610*-----------------------------------------------------------------
010620*    CALLED WITH THE CHANGE IN CONTROL-TABLE-CHANGE-RECORD, THE
010630*    CLASS IN M3-EVENT-CLASS AND THE DETAIL IN M3-REFUSAL-REASON.
010640     IF M3-EVENT-COUNT NOT < 1000
010650         SET M3-OVERFLOW TO TRUE
010660         GO TO 7000-EXIT
010670     END-IF.
010680     ADD 1 TO M3-EVENT-COUNT.
010690     SET M3-EVT-IDX TO M3-EVENT-COUNT.
010700     MOVE M3-EVENT-CLASS TO M3-EVT-CLASS (M3-EVT-IDX).
010710     MOVE CTC-CHANGE-REF TO M3-EVT-REF (M3-EVT-IDX).
010720     MOVE CTC-TABLE-ID TO M3-EVT-TABLE-ID (M3-EVT-IDX).
010730     MOVE CTC-ACTION TO M3-EVT-ACTION (M3-EVT-IDX).
010740     MOVE CTC-ROW-KEY TO M3-EVT-ROW-KEY (M3-EVT-IDX).
010750     IF CTC-EFFECTIVE-DATE IS NUMERIC
010760         MOVE CTC-EFFECTIVE-DATE TO M3-EVT-EFF-DATE (M3-EVT-IDX)
010770     ELSE
010780         MOVE ZERO TO M3-EVT-EFF-DATE (M3-EVT-IDX)
010790     END-IF.
010800     MOVE CTC-MAKER-ID TO M3-EVT-MAKER-ID (M3-EVT-IDX).
010810     MOVE M3-CHECKER-ID TO M3-EVT-CHECKER-ID (M3-EVT-IDX).
010820     MOVE M3-REFUSAL-REASON TO M3-EVT-DETAIL (M3-EVT-IDX).
010830     MOVE M3-BEFORE-IMAGE TO M3-EVT-BEFORE (M3-EVT-IDX).
010840     MOVE M3-AFTER-IMAGE TO M3-EVT-AFTER (M3-EVT-IDX).
010850 7000-EXIT.
010860     EXIT.
010870*-----------------------------------------------------------------
010880 7100-RECORD-REJECTION.
010890*-----------------------------------------------------------------
010900     ADD 1 TO M3-REJECTED-COUNT.
010910     ADD 1 TO RST-REJECT-COUNT.
010920     MOVE 'R' TO M3-EVENT-CLASS.
010930     MOVE SPACES TO M3-BEFORE-IMAGE M3-AFTER-IMAGE.
010940     PERFORM 7000-RECORD-EVENT THRU 7000-EXIT.
010950 7100-EXIT.
010960     EXIT.
010970*-----------------------------------------------------------------
010980 8000-TERMINATE.
010990*-----------------------------------------------------------------
011000     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
011010     CLOSE CTLCHGF.
011020     CLOSE CTLAPRF.
011030     CLOSE CTLAUDF.
011040     CLOSE CTLRPT.
011050     DISPLAY 'ESB113M: CHANGES READ ' M3-CHANGE-READ-COUNT
011060         ' DECISIONS READ ' M3-DECISION-READ-COUNT
011070         ' APPLIED ' M3-APPLIED-COUNT
011080         ' REJECTED ' M3-REJECTED-COUNT.
011090     IF M3-REJECTED-COUNT > ZERO
011100        OR M3-OVERFLOW
011110         MOVE 4 TO RETURN-CODE
011120     END-IF.
011130 8000-EXIT.
011140     EXIT.
011150*-----------------------------------------------------------------
011160 9100-READ-CTLCHGF.
011170*-----------------------------------------------------------------
011180     READ CTLCHGF
011190         AT END
011200             SET M3-CTLCHGF-EOF TO TRUE
011210     END-READ.
011220 9100-EXIT.
011230     EXIT.
011240*-----------------------------------------------------------------
011250 9200-READ-CTLAPRF.
011260*-----------------------------------------------------------------
011270     READ CTLAPRF
011280         AT END
011290             SET M3-CTLAPRF-EOF TO TRUE
011300     END-READ.
011310 9200-EXIT.
011320     EXIT.
011330*-----------------------------------------------------------------
011340 9300-READ-CTHOLDF.
011350*-----------------------------------------------------------------
011360     READ CTHOLDF
011370         AT END
011380             SET M3-CTHOLDF-EOF TO TRUE
011390     END-READ.
011400 9300-EXIT.
011410     EXIT.
011420*-----------------------------------------------------------------
011430 9400-READ-CTPOLDF.
011440*-----------------------------------------------------------------
011450     READ CTPOLDF
011460         AT END
011470             SET M3-CTPOLDF-EOF TO TRUE
011480     END-READ.
011490 9400-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------------
011520 9600-JOURNAL-ACTION.
011530*-----------------------------------------------------------------
011540     MOVE SPACES TO OPERATOR-ACTION-RECORD.
011550     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-DATE
011560                  OPA-ACTION-TIME OPA-AMOUNT.
011570     IF M3-ACTION-TIME IS NUMERIC
011580         MOVE M3-ACTION-TIME TO OPA-ACTION-TIME
011590     END-IF.
011600     MOVE M3-JOURNAL-OPERATOR TO OPA-OPERATOR-ID.
011610     MOVE 'ESB113M' TO OPA-PROGRAM-ID.
011620     SET OPA-CONTROL-CHANGE TO TRUE.
011630     MOVE CTC-CHANGE-REF TO OPA-PCREF.
011640     MOVE M3-OUTCOME TO OPA-OUTCOME.
011650     MOVE M3-JOURNAL-REASON TO OPA-REASON.
011660     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
011670 9600-EXIT.
011680     EXIT.
011690*-----------------------------------------------------------------
011700 9900-WRITE-RUN-STATS.
011710*-----------------------------------------------------------------
011720     MOVE 'ESB113M' TO RST-PROGRAM-ID.
011730     MOVE M3-BUSINESS-DATE TO RST-BUSINESS-DATE.
011740     ACCEPT RST-END-TIME FROM TIME.
011750     MOVE '00' TO RST-WORST-STATUS.
011760     IF M3-CTHNEWF-STATUS NOT = '00'
011770         MOVE M3-CTHNEWF-STATUS TO RST-WORST-STATUS
011780     END-IF.
011790     IF M3-CTPNEWF-STATUS NOT = '00'
011800         MOVE M3-CTPNEWF-STATUS TO RST-WORST-STATUS
011810     END-IF.
011820     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
011830 9900-EXIT.
011840     EXIT.
011850*-----------------------------------------------------------------
011860 9999-EXIT.
011870*-----------------------------------------------------------------
011880     EXIT.
