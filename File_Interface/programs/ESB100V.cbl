000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB100V
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    BACK-VALUED TRANSACTION CONTROL AT INTAKE.  EVERY LEG OF A
000200*    TRANSACTION-REQ WHOSE VALUE-FROM DATE (GZVFR1/GZVFR2) FALLS
000210*    BEFORE THE BUSINESS DATE IS MEASURED IN BUSINESS DAYS BACK
000220*    THROUGH ESB060C AND WRITTEN TO THE BACK-VALUE EVENT FILE.
000230*    WHEN ANY LEG GOES FURTHER BACK THAN THE TOLERANCE MAINTAINED
000240*    FOR ITS TRANSACTION CODE (BVTOLF) THE WHOLE REQUEST IS
000250*    DIVERTED TO THE PENDING-AUTHORIZATION FILE FOR A SUPERVISOR
000260*    THROUGH ESB041A, AS ESB040Q DOES, AND POSTED TO THE PCREF
000270*    STATUS INDEX; EVERYTHING ELSE FLOWS STRAIGHT ON.  A CODE
000280*    WITH NO TOLERANCE AND NO DEFAULT ROW IS NOT SUBJECT TO
000290*    REFERRAL.  THE EVENTS FEED THE INTEREST ADJUSTMENT AND
000300*    MONTHLY BACK-VALUATION REPORT IN ESB101J.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*    15-OCT-2026  TC   INITIAL VERSION.
000340******************************************************************
000350 PROGRAM-ID. ESB100V.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZSERIES.
000390 OBJECT-COMPUTER. IBM-ZSERIES.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BVTOLF   ASSIGN TO BVTOLF
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS V0-BVTOLF-STATUS.
000450     SELECT TRANREQF ASSIGN TO TRANREQF
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS V0-TRANREQF-STATUS.
000480     SELECT TRANPASF ASSIGN TO TRANPASF
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS V0-TRANPASF-STATUS.
000510     SELECT PENDAUTF ASSIGN TO PENDAUTF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS V0-PENDAUTF-STATUS.
000540     SELECT BVEVTF   ASSIGN TO BVEVTF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS V0-BVEVTF-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BVTOLF
000600     RECORDING MODE IS F.
000610     COPY "Back_Value_Tolerance.cpy".
000620 FD  TRANREQF
000630     RECORDING MODE IS F.
000640     COPY "Transaction_Req.cpy".
000650 FD  TRANPASF
000660     RECORDING MODE IS F.
000670 01  TRANPASF-RECORD              PIC X(1816).
000680 FD  PENDAUTF
000690     RECORDING MODE IS F.
000700     COPY "Pending_Authorization.cpy".
000710 FD  BVEVTF
000720     RECORDING MODE IS F.
000730     COPY "Back_Value_Register.cpy".
000740 WORKING-STORAGE SECTION.
000750 01  V0-BVTOLF-STATUS             PIC X(002) VALUE '00'.
000760     88 V0-BVTOLF-OK                         VALUE '00'.
000770 01  V0-TRANREQF-STATUS           PIC X(002) VALUE '00'.
000780 01  V0-TRANPASF-STATUS           PIC X(002) VALUE '00'.
000790 01  V0-PENDAUTF-STATUS           PIC X(002) VALUE '00'.
000800 01  V0-BVEVTF-STATUS             PIC X(002) VALUE '00'.
000810 01  V0-SWITCHES.
000820     05 V0-BVTOLF-EOF-SW          PIC X(001) VALUE 'N'.
000830        88 V0-BVTOLF-EOF                     VALUE 'Y'.
000840     05 V0-TRANREQF-EOF-SW        PIC X(001) VALUE 'N'.
000850        88 V0-TRANREQF-EOF                   VALUE 'Y'.
000860     05 V0-TOLERANCE-FOUND-SW     PIC X(001) VALUE 'N'.
000870        88 V0-TOLERANCE-FOUND                VALUE 'Y'.
000880     05 V0-DEFAULT-LOADED-SW      PIC X(001) VALUE 'N'.
000890        88 V0-DEFAULT-LOADED                 VALUE 'Y'.
000900     05 V0-REFER-SW               PIC X(001) VALUE 'N'.
000910        88 V0-REFER                          VALUE 'Y'.
000920 01  V0-DATE-TIME.
000930     05 V0-RUN-DATE               PIC 9(008) VALUE ZERO.
000940     05 V0-RUN-TIME               PIC 9(006) VALUE ZERO.
000950 01  V0-VALUE-JULIAN              PIC 9(007) COMP.
000960 01  V0-RUN-JULIAN                PIC 9(007) COMP.
000970 01  V0-DEFAULT-MAX-DAYS          PIC 9(003) VALUE ZERO.
000980 01  V0-COUNTERS.
000990     05 V0-LEG-COUNT              PIC 9(007) VALUE ZERO.
001000     05 V0-ACCEPTED-COUNT         PIC 9(007) VALUE ZERO.
001010     05 V0-REFERRED-COUNT         PIC 9(007) VALUE ZERO.
001020     05 V0-PASSED-COUNT           PIC 9(007) VALUE ZERO.
001030 01  V0-VFR-WORK.
001040     05 V0-VFR-TEXT               PIC X(009).
001050     05 V0-VFR-REDEF REDEFINES V0-VFR-TEXT.
001060        10 V0-VFR-SIGN            PIC X(001).
001070        10 V0-VFR-DATE            PIC 9(008).
001080 01  V0-AMOUNT-WORK.
001090     05 V0-AMOUNT-TEXT            PIC X(017).
001100     05 V0-AMOUNT-NUMERIC REDEFINES V0-AMOUNT-TEXT
001110                                  PIC 9(015)V99.
001120 01  V0-LEG-SUB                   PIC 9(001) COMP VALUE ZERO.
001130 01  V0-REFER-TCD                 PIC X(003) VALUE SPACES.
001140 01  V0-REFER-CCY                 PIC X(003) VALUE SPACES.
001150 01  V0-REFER-AMOUNT              PIC 9(015)V99 VALUE ZERO.
001160*    THE LEGS OF THE REQUEST IN HAND FOUND BACK-VALUED; THEY ARE
001170*    WRITTEN ONCE THE WHOLE REQUEST HAS BEEN ROUTED.
001180 01  V0-EVENT-COUNT               PIC 9(001) COMP VALUE ZERO.
001190 01  V0-EVENT-TABLE.
001200     05 V0-EVT-ENTRY OCCURS 2 TIMES
001210        INDEXED BY V0-EVT-IDX.
001220        10 V0-EVT-IMAGE           PIC X(163).
001230 01  V0-TOLERANCE-COUNT           PIC 9(004) COMP VALUE ZERO.
001240 01  V0-TOLERANCE-TABLE.
001250     05 V0-TOL-ENTRY OCCURS 200 TIMES
001260        INDEXED BY V0-TOL-IDX, V0-TOL-LOOKUP-IDX.
001270        10 V0-TOL-TCD             PIC X(003).
001280        10 V0-TOL-MAX-DAYS        PIC 9(003).
001290 COPY "Business_Date_Service.cpy".
001300 COPY "Date_Service.cpy".
001310 COPY "Pcref_Status_Index.cpy".
001320 COPY "Run_Statistics.cpy".
001330 COPY "Back_Value_Register.cpy"
001340     REPLACING BACK-VALUE-REGISTER-RECORD BY V0-EVENT-WORK.
001350 PROCEDURE DIVISION.
001360*-----------------------------------------------------------------
001370 0000-MAINLINE.
001380*-----------------------------------------------------------------
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-SIFT-ONE-REQUEST THRU 2000-EXIT
001410         UNTIL V0-TRANREQF-EOF.
001420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001430     STOP RUN.
001440*-----------------------------------------------------------------
001450 1000-INITIALIZE.
001460*-----------------------------------------------------------------
001470     ACCEPT V0-RUN-DATE FROM DATE YYYYMMDD.
001480     MOVE SPACES TO BUSINESS-DATE-AREA.
001490     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
001500     EVALUATE TRUE
001510         WHEN BDS-OK
001520             MOVE BDS-BUSINESS-DATE TO V0-RUN-DATE
001530         WHEN BDS-NOT-STARTED
001540             DISPLAY 'ESB100V: BUSINESS DATE NOT STARTED -'
001550                 ' RUN REFUSED'
001560             MOVE 8 TO RETURN-CODE
001570             STOP RUN
001580         WHEN OTHER
001590             CONTINUE
001600     END-EVALUATE.
001610     ACCEPT V0-RUN-TIME FROM TIME.
001620     ACCEPT RST-START-TIME FROM TIME.
001630     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
001640                  RST-REJECT-COUNT.
001650     COMPUTE V0-RUN-JULIAN =
001660         FUNCTION INTEGER-OF-DATE(V0-RUN-DATE).
001670     OPEN INPUT BVTOLF.
001680     IF V0-BVTOLF-OK
001690         PERFORM 9100-READ-BVTOLF THRU 9100-EXIT
001700     ELSE
001710         SET V0-BVTOLF-EOF TO TRUE
001720     END-IF.
001730     PERFORM 1100-LOAD-TOLERANCE-TABLE THRU 1100-EXIT
001740         UNTIL V0-BVTOLF-EOF.
001750     CLOSE BVTOLF.
001760     OPEN INPUT  TRANREQF.
001770     OPEN OUTPUT TRANPASF.
001780     OPEN OUTPUT PENDAUTF.
001790     OPEN OUTPUT BVEVTF.
001800     PERFORM 9200-READ-TRANREQF THRU 9200-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------------
001840 1100-LOAD-TOLERANCE-TABLE.
001850*-----------------------------------------------------------------
001860     IF BVT-MAX-DAYS NOT NUMERIC
001870         DISPLAY 'ESB100V: TOLERANCE NOT NUMERIC, CODE IGNORED '
001880             BVT-TCD
001890         GO TO 1100-NEXT
001900     END-IF.
001910     IF BVT-TCD = SPACES
001920         MOVE BVT-MAX-DAYS TO V0-DEFAULT-MAX-DAYS
001930         SET V0-DEFAULT-LOADED TO TRUE
001940         GO TO 1100-NEXT
001950     END-IF.
001960     IF V0-TOLERANCE-COUNT < 200
001970         ADD 1 TO V0-TOLERANCE-COUNT
001980         SET V0-TOL-IDX TO V0-TOLERANCE-COUNT
001990         MOVE BVT-TCD TO V0-TOL-TCD (V0-TOL-IDX)
002000         MOVE BVT-MAX-DAYS TO V0-TOL-MAX-DAYS (V0-TOL-IDX)
002010     ELSE
002014*        A CODE LEFT OUT WOULD NEVER HAVE ITS LEGS REFERRED, SO A
002018*        FULL TABLE STOPS THE RUN BEFORE ANY OUTPUT IS OPENED.
002022         DISPLAY 'ESB100V: TOLERANCE TABLE FULL AT ' BVT-TCD
002026             ' - RUN REFUSED'
002030         MOVE 8 TO RETURN-CODE
002034         STOP RUN
002040     END-IF.
002050 1100-NEXT.
002060     PERFORM 9100-READ-BVTOLF THRU 9100-EXIT.
002070 1100-EXIT.
002080     EXIT.
002090*-----------------------------------------------------------------
002100 2000-SIFT-ONE-REQUEST.
002110*-----------------------------------------------------------------
002120     IF V0-TRANREQF-EOF
002130         GO TO 2000-EXIT
002140     END-IF.
002150     ADD 1 TO RST-RECORDS-IN.
002160     MOVE 'N' TO V0-REFER-SW.
002170     MOVE ZERO TO V0-EVENT-COUNT.
002180     MOVE 1 TO V0-LEG-SUB.
002190     PERFORM 2100-CHECK-ONE-LEG THRU 2100-EXIT.
002200     MOVE 2 TO V0-LEG-SUB.
002210     PERFORM 2100-CHECK-ONE-LEG THRU 2100-EXIT.
002220     IF V0-REFER
002230         PERFORM 2200-DIVERT-TO-PENDING THRU 2200-EXIT
002240     ELSE
002250         MOVE TRANSACTION-REQ TO TRANPASF-RECORD
002260         WRITE TRANPASF-RECORD
002270         ADD 1 TO RST-RECORDS-OUT
002280         ADD 1 TO V0-PASSED-COUNT
002290     END-IF.
002300     IF V0-EVENT-COUNT > ZERO
002310         SET V0-EVT-IDX TO 1
002320         PERFORM 2300-WRITE-ONE-EVENT THRU 2300-EXIT
002330             UNTIL V0-EVT-IDX > V0-EVENT-COUNT
002340     END-IF.
002350     PERFORM 9200-READ-TRANREQF THRU 9200-EXIT.
002360 2000-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
002390 2100-CHECK-ONE-LEG.
002400*-----------------------------------------------------------------
002410*    A VALUE-FROM DATE THAT IS BLANK, ZERO OR NOT A DATE MEANS
002420*    THE LEG TAKES THE POSTING DATE AND IS NOT BACK-VALUED.
002430     MOVE SPACES TO V0-EVENT-WORK.
002440     IF V0-LEG-SUB = 1
002450         MOVE GZVFR1 OF TRANSACTION-REQ-BODY TO V0-VFR-TEXT
002460         MOVE GZAB1 OF TRANSACTION-REQ-BODY TO BVR-HZAB
002470             OF V0-EVENT-WORK
002480         MOVE GZAN1 OF TRANSACTION-REQ-BODY TO BVR-HZAN
002490             OF V0-EVENT-WORK
002500         MOVE GZAS1 OF TRANSACTION-REQ-BODY TO BVR-HZAS
002510             OF V0-EVENT-WORK
002520         MOVE GZTCD1 OF TRANSACTION-REQ-BODY TO BVR-TCD
002530             OF V0-EVENT-WORK
002540         MOVE GZCCY1 OF TRANSACTION-REQ-BODY TO BVR-CCY
002550             OF V0-EVENT-WORK
002560         MOVE GZAMA1 OF TRANSACTION-REQ-BODY TO V0-AMOUNT-TEXT
002570     ELSE
002580         MOVE GZVFR2 OF TRANSACTION-REQ-BODY TO V0-VFR-TEXT
002590         MOVE GZAB2 OF TRANSACTION-REQ-BODY TO BVR-HZAB
002600             OF V0-EVENT-WORK
002610         MOVE GZAN2 OF TRANSACTION-REQ-BODY TO BVR-HZAN
002620             OF V0-EVENT-WORK
002630         MOVE GZAS2 OF TRANSACTION-REQ-BODY TO BVR-HZAS
002640             OF V0-EVENT-WORK
002650         MOVE GZTCD2 OF TRANSACTION-REQ-BODY TO BVR-TCD
002660             OF V0-EVENT-WORK
002670         MOVE GZCCY2 OF TRANSACTION-REQ-BODY TO BVR-CCY
002680             OF V0-EVENT-WORK
002690         MOVE GZAMA2 OF TRANSACTION-REQ-BODY TO V0-AMOUNT-TEXT
002700     END-IF.
002710     IF V0-VFR-DATE NOT NUMERIC
002720        OR V0-VFR-DATE = ZERO
002730        OR V0-VFR-DATE NOT < V0-RUN-DATE
002740         GO TO 2100-EXIT
002750     END-IF.
002760     IF FUNCTION TEST-DATE-YYYYMMDD(V0-VFR-DATE) NOT = ZERO
002770         GO TO 2100-EXIT
002780     END-IF.
002790     ADD 1 TO V0-LEG-COUNT.
002800     MOVE PCREF  OF TRANSACTION-REQ-HEADER TO BVR-PCREF
002810         OF V0-EVENT-WORK.
002820     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO BVR-TRANSQ
002830         OF V0-EVENT-WORK.
002840     MOVE V0-LEG-SUB TO BVR-LEG OF V0-EVENT-WORK.
002850     MOVE GZBRNM OF TRANSACTION-REQ-BODY TO BVR-BRANCH
002860         OF V0-EVENT-WORK.
002870     MOVE GZQUID OF TRANSACTION-REQ-BODY TO BVR-OPERATOR
002880         OF V0-EVENT-WORK.
002890     IF BVR-OPERATOR OF V0-EVENT-WORK = SPACES
002900         MOVE USER OF TRANSACTION-REQ-HEADER TO BVR-OPERATOR
002910             OF V0-EVENT-WORK
002920     END-IF.
002930     IF V0-AMOUNT-NUMERIC IS NUMERIC
002940         MOVE V0-AMOUNT-NUMERIC TO BVR-AMOUNT OF V0-EVENT-WORK
002950     ELSE
002960         MOVE ZERO TO BVR-AMOUNT OF V0-EVENT-WORK
002970     END-IF.
002980     MOVE V0-VFR-DATE TO BVR-VALUE-DATE OF V0-EVENT-WORK.
002990     MOVE V0-RUN-DATE TO BVR-BUSINESS-DATE OF V0-EVENT-WORK.
003000     COMPUTE V0-VALUE-JULIAN =
003010         FUNCTION INTEGER-OF-DATE(V0-VFR-DATE).
003020     COMPUTE BVR-CAL-DAYS OF V0-EVENT-WORK =
003030         V0-RUN-JULIAN - V0-VALUE-JULIAN.
003040*    BUSINESS DAYS BACK COUNT FROM THE VALUE DATE EXCLUSIVE TO
003050*    THE BUSINESS DATE INCLUSIVE (ESB060C FALLS BACK TO THE
003060*    WEEKEND RULE OUTSIDE ITS CALENDAR); SHOULD THE SERVICE GIVE
003070*    NO ANSWER THE CALENDAR DAYS STAND IN.
003080     MOVE BVR-CAL-DAYS OF V0-EVENT-WORK
003090         TO BVR-BUS-DAYS OF V0-EVENT-WORK.
003100     MOVE SPACES TO DATE-SERVICE-AREA.
003110     SET DSV-COUNT-DAYS TO TRUE.
003120     MOVE V0-VFR-DATE TO DSV-DATE-1.
003130     MOVE V0-RUN-DATE TO DSV-DATE-2.
003140     CALL 'ESB060C' USING DATE-SERVICE-AREA.
003150     IF NOT DSV-BAD-FUNCTION
003160        AND DSV-RESULT-DAYS IS NUMERIC
003170        AND DSV-RESULT-DAYS NOT < ZERO
003180         MOVE DSV-RESULT-DAYS TO BVR-BUS-DAYS OF V0-EVENT-WORK
003190     END-IF.
003200     PERFORM 2110-FIND-TOLERANCE THRU 2110-EXIT.
003210     MOVE ZERO TO BVR-RATE OF V0-EVENT-WORK
003220                  BVR-INTEREST OF V0-EVENT-WORK
003230                  BVR-ADJ-DATE OF V0-EVENT-WORK.
003240     MOVE SPACES TO BVR-ADJ-PCREF OF V0-EVENT-WORK.
003250     IF V0-TOLERANCE-FOUND
003260        AND BVR-BUS-DAYS OF V0-EVENT-WORK >
003270            BVR-TOLERANCE OF V0-EVENT-WORK
003280         SET V0-REFER TO TRUE
003290         MOVE BVR-TCD OF V0-EVENT-WORK TO V0-REFER-TCD
003300         MOVE BVR-CCY OF V0-EVENT-WORK TO V0-REFER-CCY
003310         MOVE BVR-AMOUNT OF V0-EVENT-WORK TO V0-REFER-AMOUNT
003320     END-IF.
003330     ADD 1 TO V0-EVENT-COUNT.
003340     SET V0-EVT-IDX TO V0-EVENT-COUNT.
003350     MOVE V0-EVENT-WORK TO V0-EVT-IMAGE (V0-EVT-IDX).
003360 2100-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390 2110-FIND-TOLERANCE.
003400*-----------------------------------------------------------------
003410     MOVE 'N' TO V0-TOLERANCE-FOUND-SW.
003420     MOVE ZERO TO BVR-TOLERANCE OF V0-EVENT-WORK.
003430     IF V0-TOLERANCE-COUNT > ZERO
003440         SET V0-TOL-LOOKUP-IDX TO 1
003450         PERFORM 2120-SCAN-TOLERANCE THRU 2120-EXIT
003460             UNTIL V0-TOL-LOOKUP-IDX > V0-TOLERANCE-COUNT
003470                OR V0-TOLERANCE-FOUND
003480     END-IF.
003490     IF V0-TOLERANCE-FOUND
003500         MOVE V0-TOL-MAX-DAYS (V0-TOL-LOOKUP-IDX)
003510             TO BVR-TOLERANCE OF V0-EVENT-WORK
003520         GO TO 2110-EXIT
003530     END-IF.
003540     IF V0-DEFAULT-LOADED
003550         SET V0-TOLERANCE-FOUND TO TRUE
003560         MOVE V0-DEFAULT-MAX-DAYS
003570             TO BVR-TOLERANCE OF V0-EVENT-WORK
003580     END-IF.
003590 2110-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620 2120-SCAN-TOLERANCE.
003630*-----------------------------------------------------------------
003640     IF V0-TOL-TCD (V0-TOL-LOOKUP-IDX) = BVR-TCD OF V0-EVENT-WORK
003650         SET V0-TOLERANCE-FOUND TO TRUE
003660     ELSE
003670         SET V0-TOL-LOOKUP-IDX UP BY 1
003680     END-IF.
003690 2120-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------------
003720 2200-DIVERT-TO-PENDING.
003730*-----------------------------------------------------------------
003740     ADD 1 TO RST-REJECT-COUNT.
003750     MOVE SPACES TO PENDING-AUTHORIZATION-RECORD.
003760     MOVE PCREF  OF TRANSACTION-REQ-HEADER TO PAU-PCREF.
003770     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO PAU-TRANSQ.
003780     MOVE V0-REFER-TCD TO PAU-TCD.
003790     MOVE V0-REFER-CCY TO PAU-CCY.
003800     MOVE V0-REFER-AMOUNT TO PAU-AMOUNT.
003810     SET PAU-PENDING TO TRUE.
003820     MOVE USER OF TRANSACTION-REQ-HEADER TO PAU-MAKER-ID.
003830     MOVE SPACES TO PAU-AUTHORISER-ID.
003840     MOVE SPACES TO PAU-AUTH-LEVEL.
003850     MOVE V0-RUN-DATE TO PAU-CAPTURE-DATE.
003860     MOVE V0-RUN-TIME TO PAU-CAPTURE-TIME.
003870     MOVE TRANSACTION-REQ TO PAU-REQ-IMAGE.
003880     WRITE PENDING-AUTHORIZATION-RECORD.
003890     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
003900     MOVE PCREF  OF TRANSACTION-REQ-HEADER TO PSI-PCREF.
003910     MOVE TRANSQ OF TRANSACTION-REQ-HEADER TO PSI-TRANSQ.
003920     MOVE ZERO TO PSI-EVENT-SEQ.
003930     SET PSI-STAGE-AUTHORIZE TO TRUE.
003940     SET PSI-PASSED TO TRUE.
003950     MOVE 'BACK-VALUE REFERRAL' TO PSI-STATUS-TEXT.
003960     MOVE V0-RUN-DATE TO PSI-EVENT-DATE.
003970     MOVE V0-RUN-TIME TO PSI-EVENT-TIME.
003980     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
003990 2200-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020 2300-WRITE-ONE-EVENT.
004030*-----------------------------------------------------------------
004040*    EVERY BACK-VALUED LEG OF A REFERRED REQUEST WAITS ON THE
004050*    SUPERVISOR'S DECISION; THE REST ARE ACCEPTED AS CAPTURED.
004060     MOVE V0-EVT-IMAGE (V0-EVT-IDX) TO BACK-VALUE-REGISTER-RECORD.
004070     IF V0-REFER
004080         SET BVR-REFERRED OF BACK-VALUE-REGISTER-RECORD TO TRUE
004090         MOVE 'Y' TO BVR-REFERRED-SW OF BACK-VALUE-REGISTER-RECORD
004100         ADD 1 TO V0-REFERRED-COUNT
004110     ELSE
004120         SET BVR-ACCEPTED OF BACK-VALUE-REGISTER-RECORD TO TRUE
004130         MOVE 'N' TO BVR-REFERRED-SW OF BACK-VALUE-REGISTER-RECORD
004140         ADD 1 TO V0-ACCEPTED-COUNT
004150     END-IF.
004160     WRITE BACK-VALUE-REGISTER-RECORD.
004170     SET V0-EVT-IDX UP BY 1.
004180 2300-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004210 8000-TERMINATE.
004220*-----------------------------------------------------------------
004230     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
004240     CLOSE TRANREQF.
004250     CLOSE TRANPASF.
004260     CLOSE PENDAUTF.
004270     CLOSE BVEVTF.
004280     DISPLAY 'ESB100V: REQUESTS ' RST-RECORDS-IN
004290         ' PASSED ' V0-PASSED-COUNT
004300         ' REFERRED ' RST-REJECT-COUNT.
004310     DISPLAY 'ESB100V: BACK-VALUED LEGS ' V0-LEG-COUNT
004320         ' ACCEPTED ' V0-ACCEPTED-COUNT
004330         ' REFERRED ' V0-REFERRED-COUNT.
004340 8000-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 9100-READ-BVTOLF.
004380*-----------------------------------------------------------------
004390     READ BVTOLF
004400         AT END
004410             SET V0-BVTOLF-EOF TO TRUE
004420     END-READ.
004430 9100-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460 9200-READ-TRANREQF.
004470*-----------------------------------------------------------------
004480     READ TRANREQF
004490         AT END
004500             SET V0-TRANREQF-EOF TO TRUE
004510     END-READ.
004520 9200-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550 9900-WRITE-RUN-STATS.
004560*-----------------------------------------------------------------
004570     MOVE 'ESB100V' TO RST-PROGRAM-ID.
004580     MOVE V0-RUN-DATE TO RST-BUSINESS-DATE.
004590     ACCEPT RST-END-TIME FROM TIME.
004600     MOVE '00' TO RST-WORST-STATUS.
004610     IF V0-TRANREQF-STATUS NOT = '00'
004620        AND V0-TRANREQF-STATUS NOT = '10'
004630         MOVE V0-TRANREQF-STATUS TO RST-WORST-STATUS
004640     END-IF.
004650     IF V0-PENDAUTF-STATUS NOT = '00'
004660         MOVE V0-PENDAUTF-STATUS TO RST-WORST-STATUS
004670     END-IF.
004680     IF V0-BVEVTF-STATUS NOT = '00'
004690         MOVE V0-BVEVTF-STATUS TO RST-WORST-STATUS
004700     END-IF.
004710     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
004720 9900-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750 9999-EXIT.
004760*-----------------------------------------------------------------
004770     EXIT.
