000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB097T
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    TERM DEPOSIT REGISTER AND DAILY MATURITY RUN.  THE REGISTER
000200*    (TDOLDF -> TDNEWF) IS KEYED BY DEPOSIT NUMBER AND CARRIES
000210*    THE DEPOSIT ACCOUNT, PRINCIPAL, RATE, START AND MATURITY
000220*    DATES, THE MATURITY INSTRUCTION (PAY OUT TO A NAMED
000230*    ACCOUNT, ROLL OVER PRINCIPAL ONLY, OR ROLL OVER PRINCIPAL
000240*    PLUS INTEREST) AND ANY LIEN.  NEW DEPOSITS, INSTRUCTION
000250*    CHANGES AND LIEN CHANGES ARRIVE FROM THE BRANCHES ON TDINTF.
000260*    ON THE BUSINESS DATE (ESB078D) EVERY ACTIVE DEPOSIT WHOSE
000270*    MATURITY, ROLLED FORWARD TO A BUSINESS DAY ON THE COMMON
000280*    CALENDAR SERVICE (ESB060C), HAS ARRIVED IS MATURED:
000290*      - INTEREST FOR THE DAYS RUN IS WORKED OUT AND PAID FROM
000300*        THE INTEREST EXPENSE ACCOUNT TO THE PAYOUT ACCOUNT, OR
000310*        CAPITALISED TO THE DEPOSIT ACCOUNT ON A FULL ROLLOVER;
000320*      - ON A PAYOUT THE PRINCIPAL IS MOVED TO THE PAYOUT ACCOUNT
000330*        AND THE DEPOSIT CLOSED; ON A ROLLOVER A NEW TERM OF THE
000340*        SAME LENGTH STARTS FROM THE PAY DATE.
000350*    THE LEGS OF ONE DEPOSIT GO UNDER ONE PCREF (TAG 'T') ON
000360*    TDGENF FOR THE NORMAL PIPELINE.  A DEPOSIT PLEDGED AS
000370*    COLLATERAL IS NEVER PAID OUT (IT IS ROLLED IN FULL AND
000380*    REPORTED); WHEN IT ROLLS, ITS LIEN HOLD IS RELEASED THROUGH
000390*    AN EQHOLD-REL-REQ (TDRELF) AND A NEW HOLD PLACED FOR THE
000400*    ROLLED TERM (TDHLDF).  THE REPORT (TDRPT) LISTS TODAY'S
000410*    MATURITIES AND THE SCHEDULE OF MATURITIES DUE OVER THE
000420*    PARAMETERISED HORIZON SO THE BRANCHES CAN CONTACT THE
000430*    CUSTOMERS IN ADVANCE.
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY.
000460*    15-OCT-2026  TC   INITIAL VERSION.
000470******************************************************************
000480 PROGRAM-ID. ESB097T.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-ZSERIES.
000520 OBJECT-COMPUTER. IBM-ZSERIES.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TDPRMF   ASSIGN TO TDPRMF
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS T7-TDPRMF-STATUS.
000580     SELECT TDOLDF   ASSIGN TO TDOLDF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS T7-TDOLDF-STATUS.
000610     SELECT TDINTF   ASSIGN TO TDINTF
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS T7-TDINTF-STATUS.
000640     SELECT TDNEWF   ASSIGN TO TDNEWF
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS T7-TDNEWF-STATUS.
000670     SELECT TDGENF   ASSIGN TO TDGENF
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS T7-TDGENF-STATUS.
000700     SELECT TDHLDF   ASSIGN TO TDHLDF
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS T7-TDHLDF-STATUS.
000730     SELECT TDRELF   ASSIGN TO TDRELF
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS T7-TDRELF-STATUS.
000760     SELECT TDRPT    ASSIGN TO TDRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS T7-TDRPT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  TDPRMF
000820     RECORDING MODE IS F.
000830     COPY "Term_Deposit_Param.cpy".
000840 FD  TDOLDF
000850     RECORDING MODE IS F.
000860     COPY "Term_Deposit.cpy".
000870 FD  TDINTF
000880     RECORDING MODE IS F.
000890 01  TDINTF-RECORD                PIC X(200).
000900 FD  TDNEWF
000910     RECORDING MODE IS F.
000920 01  TDNEWF-RECORD                PIC X(200).
000930 FD  TDGENF
000940     RECORDING MODE IS F.
000950 01  TDGENF-RECORD                PIC X(1816).
000960 FD  TDHLDF
000970     RECORDING MODE IS F.
000980 01  TDHLDF-RECORD                PIC X(818).
000990 FD  TDRELF
001000     RECORDING MODE IS F.
001010 01  TDRELF-RECORD                PIC X(751).
001020 FD  TDRPT
001030     RECORDING MODE IS F.
001040 01  TDRPT-RECORD                 PIC X(132).
001050 WORKING-STORAGE SECTION.
001060 01  T7-TDPRMF-STATUS             PIC X(002) VALUE '00'.
001070     88 T7-TDPRMF-OK                         VALUE '00'.
001080 01  T7-TDOLDF-STATUS             PIC X(002) VALUE '00'.
001090     88 T7-TDOLDF-OK                         VALUE '00'.
001100 01  T7-TDINTF-STATUS             PIC X(002) VALUE '00'.
001110     88 T7-TDINTF-OK                         VALUE '00'.
001120 01  T7-TDNEWF-STATUS             PIC X(002) VALUE '00'.
001130 01  T7-TDGENF-STATUS             PIC X(002) VALUE '00'.
001140 01  T7-TDHLDF-STATUS             PIC X(002) VALUE '00'.
001150 01  T7-TDRELF-STATUS             PIC X(002) VALUE '00'.
001160 01  T7-TDRPT-STATUS              PIC X(002) VALUE '00'.
001170 01  T7-SWITCHES.
001180     05 T7-TDPRMF-EOF-SW          PIC X(001) VALUE 'N'.
001190        88 T7-TDPRMF-EOF                     VALUE 'Y'.
001200     05 T7-TDOLDF-EOF-SW          PIC X(001) VALUE 'N'.
001210        88 T7-TDOLDF-EOF                     VALUE 'Y'.
001220     05 T7-TDINTF-EOF-SW          PIC X(001) VALUE 'N'.
001230        88 T7-TDINTF-EOF                     VALUE 'Y'.
001240     05 T7-PARAM-LOADED-SW        PIC X(001) VALUE 'N'.
001250        88 T7-PARAM-LOADED                   VALUE 'Y'.
001260     05 T7-DEPOSIT-FOUND-SW       PIC X(001) VALUE 'N'.
001270        88 T7-DEPOSIT-FOUND                  VALUE 'Y'.
001280 01  T7-DATE-TIME.
001290     05 T7-RUN-DATE               PIC 9(008) VALUE ZERO.
001300     05 T7-RUN-TIME               PIC 9(006) VALUE ZERO.
001310 01  T7-COUNTERS.
001320     05 T7-DEPOSIT-READ-COUNT     PIC 9(007) VALUE ZERO.
001330     05 T7-NEW-DEPOSIT-COUNT      PIC 9(007) VALUE ZERO.
001340     05 T7-AMENDED-COUNT          PIC 9(007) VALUE ZERO.
001350     05 T7-MATURED-COUNT          PIC 9(007) VALUE ZERO.
001360     05 T7-PAID-OUT-COUNT         PIC 9(007) VALUE ZERO.
001370     05 T7-ROLLED-COUNT           PIC 9(007) VALUE ZERO.
001380     05 T7-LEG-COUNT              PIC 9(007) VALUE ZERO.
001390     05 T7-HOLD-PLACED-COUNT      PIC 9(007) VALUE ZERO.
001400     05 T7-HOLD-RELEASED-COUNT    PIC 9(007) VALUE ZERO.
001410     05 T7-SCHEDULED-COUNT        PIC 9(007) VALUE ZERO.
001420     05 T7-CARRIED-COUNT          PIC 9(007) VALUE ZERO.
001430     05 T7-GEN-SEQ                PIC 9(006) VALUE ZERO.
001440 01  T7-INTEREST-TOTAL            PIC 9(015)V99 VALUE ZERO.
001450 01  T7-PAID-OUT-TOTAL            PIC 9(015)V99 VALUE ZERO.
001460*    MATURITY POSTINGS, LIEN HOLDS AND RELEASES EACH CARRY THEIR
001470*    OWN PCREF, TAGGED 'T'; LIEN HOLD NUMBERS ARE IN THE '4' BAND
001480*    SO THEY NEVER COLLIDE WITH A HOLD KEYED AT THE BRANCH.
001490 01  T7-NEW-PCREF.
001500     05 T7-NEW-PCREF-DATE         PIC 9(008).
001510     05 T7-NEW-PCREF-TAG          PIC X(001) VALUE 'T'.
001520     05 T7-NEW-PCREF-SEQ          PIC 9(006).
001530 01  T7-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001540 01  T7-HOLD-NUMBER.
001550     05 T7-HOLD-NUMBER-BAND       PIC X(001) VALUE '4'.
001560     05 T7-HOLD-NUMBER-SEQ        PIC 9(004) VALUE ZERO.
001570 01  T7-HOLD-NUMBER-TEXT REDEFINES T7-HOLD-NUMBER.
001580     05 T7-HOLD-NUMBER-BAND-TEXT  PIC X(001).
001590     05 T7-HOLD-NUMBER-DIGITS     PIC X(004).
001600 01  T7-LAST-HOLD-SEQ             PIC 9(004) VALUE ZERO.
001610 01  T7-HOLD-USER                 PIC X(010) VALUE 'ESBX'.
001620 01  T7-DATE-TEXT.
001630     05 T7-DATE-TEXT-SIGN         PIC X(001) VALUE '0'.
001640     05 T7-DATE-TEXT-DATE         PIC 9(008) VALUE ZERO.
001650 01  T7-RUN-JULIAN                PIC 9(007) COMP VALUE ZERO.
001660 01  T7-WORK-JULIAN               PIC 9(007) COMP VALUE ZERO.
001670 01  T7-HORIZON-DATE              PIC 9(008) VALUE ZERO.
001680 01  T7-EFFECTIVE-DATE            PIC 9(008) VALUE ZERO.
001690 01  T7-DAYS-RUN                  PIC S9(007) COMP VALUE ZERO.
001700 01  T7-DAY-BASIS                 PIC 9(003) VALUE ZERO.
001710 01  T7-INTEREST                  PIC 9(015)V99 VALUE ZERO.
001720 01  T7-ACTION-CODE               PIC X(001) VALUE SPACE.
001730     88 T7-ACTION-PAYOUT                     VALUE 'P'.
001740     88 T7-ACTION-ROLL-PRINCIPAL             VALUE 'R'.
001750     88 T7-ACTION-ROLL-ALL                   VALUE 'C'.
001760 01  T7-NOTE                      PIC X(022) VALUE SPACES.
001770*    ONE POSTING LEG, FILLED BEFORE 2300-BUILD-LEG IS PERFORMED.
001780 01  T7-LEG.
001790     05 T7-LEG-DR-BRANCH          PIC X(004).
001800     05 T7-LEG-DR-ACCOUNT         PIC X(006).
001810     05 T7-LEG-DR-SUBACCT         PIC X(003).
001820     05 T7-LEG-CR-BRANCH          PIC X(004).
001830     05 T7-LEG-CR-ACCOUNT         PIC X(006).
001840     05 T7-LEG-CR-SUBACCT         PIC X(003).
001850     05 T7-LEG-AMOUNT             PIC 9(015)V99.
001860     05 T7-LEG-NARRATIVE          PIC X(035).
001870 01  T7-AMOUNT-WORK.
001880     05 T7-AMOUNT-TEXT            PIC X(017).
001890     05 T7-AMOUNT-NUMERIC REDEFINES T7-AMOUNT-TEXT
001900                                  PIC 9(015)V99.
001910 01  T7-AMOUNT-EDIT               PIC Z(013)9.99 VALUE ZERO.
001920 01  T7-DEPOSIT-COUNT             PIC 9(004) COMP VALUE ZERO.
001930 01  T7-DEPOSIT-TABLE.
001940     05 T7-DEP-ENTRY OCCURS 3000 TIMES
001950        INDEXED BY T7-DEP-IDX, T7-DEP-LOOKUP-IDX.
001960        10 T7-DEP-DEPOSIT-NO      PIC X(016).
001970        10 T7-DEP-IMAGE           PIC X(200).
001980        10 T7-DEP-KEEP-SW         PIC X(001).
001990 01  T7-INTAKE-DEPOSIT-NO         PIC X(016) VALUE SPACES.
002000 01  T7-PARAM-WORK                PIC X(044).
002010 01  T7-CHECKSUM-WORK.
002020     05 T7-CHECKSUM-SOURCE        PIC X(040).
002030     05 T7-CHECKSUM-LENGTH        PIC 9(002) COMP.
002040     05 T7-CHECKSUM-RESULT        PIC 9(003).
002050 01  T7-CHK-ACCUM                 PIC 9(007) COMP.
002060 01  T7-CHK-WEIGHT                PIC 9(001) COMP.
002070 01  T7-CHK-BYTE-IDX              PIC 9(002) COMP.
002080 01  T7-CHK-BYTE-WORK             PIC X(001).
002090 01  T7-CHK-DIGIT-WORK REDEFINES T7-CHK-BYTE-WORK
002100                                  PIC 9(001).
002110 01  T7-CHK-QUOTIENT              PIC 9(004) COMP.
002120 01  T7-CHK-FIELD.
002130     05 T7-CHK-SIGN               PIC X(001).
002140     05 T7-CHK-VALUE              PIC 9(003).
002150 01  T7-HEADING-LINE.
002160     05 FILLER                    PIC X(036)
002170            VALUE 'TERM DEPOSIT MATURITY RUN           '.
002180     05 FILLER                    PIC X(015)
002190            VALUE 'BUSINESS DATE: '.
002200     05 T7-HDG-DATE               PIC 9(008).
002210     05 FILLER                    PIC X(073) VALUE SPACES.
002220 01  T7-MATURED-TITLE-LINE.
002230     05 FILLER                    PIC X(040)
002240            VALUE 'MATURITIES PROCESSED TODAY              '.
002250     05 FILLER                    PIC X(092) VALUE SPACES.
002260 01  T7-MATURED-COLUMN-LINE.
002270     05 FILLER                    PIC X(018) VALUE 'DEPOSIT NO'.
002280     05 FILLER                    PIC X(008) VALUE 'CUSTOMER'.
002290     05 FILLER                    PIC X(017) VALUE '  ACCOUNT'.
002300     05 FILLER                    PIC X(005) VALUE 'CCY'.
002310     05 FILLER                    PIC X(018)
002320            VALUE '       PRINCIPAL'.
002330     05 FILLER                    PIC X(018)
002340            VALUE '        INTEREST'.
002350     05 FILLER                    PIC X(014) VALUE 'ACTION'.
002360     05 FILLER                    PIC X(010) VALUE 'NEXT MAT'.
002370     05 FILLER                    PIC X(024) VALUE 'NOTE'.
002380 01  T7-MATURED-LINE.
002390     05 T7-MTL-DEPOSIT-NO         PIC X(016).
002400     05 FILLER                    PIC X(002) VALUE SPACES.
002410     05 T7-MTL-HZCUS              PIC X(006).
002420     05 FILLER                    PIC X(004) VALUE SPACES.
002430     05 T7-MTL-BRANCH             PIC X(004).
002440     05 FILLER                    PIC X(001) VALUE '-'.
002450     05 T7-MTL-ACCOUNT            PIC X(006).
002460     05 FILLER                    PIC X(001) VALUE '-'.
002470     05 T7-MTL-SUBACCT            PIC X(003).
002480     05 FILLER                    PIC X(001) VALUE SPACES.
002490     05 T7-MTL-CCY                PIC X(003).
002500     05 FILLER                    PIC X(002) VALUE SPACES.
002510     05 T7-MTL-PRINCIPAL          PIC Z(012)9.99.
002520     05 FILLER                    PIC X(002) VALUE SPACES.
002530     05 T7-MTL-INTEREST           PIC Z(012)9.99.
002540     05 FILLER                    PIC X(002) VALUE SPACES.
002550     05 T7-MTL-ACTION             PIC X(012).
002560     05 FILLER                    PIC X(002) VALUE SPACES.
002570     05 T7-MTL-NEXT-MATURITY      PIC X(008).
002580     05 FILLER                    PIC X(002) VALUE SPACES.
002590     05 T7-MTL-NOTE               PIC X(022).
002600     05 FILLER                    PIC X(002) VALUE SPACES.
002610 01  T7-SCHEDULE-TITLE-LINE.
002620     05 FILLER                    PIC X(034)
002630            VALUE 'MATURITY SCHEDULE - DUE WITHIN    '.
002640     05 T7-STL-DAYS               PIC ZZ9.
002650     05 FILLER                    PIC X(012) VALUE ' DAYS, UNTIL'.
002660     05 FILLER                    PIC X(001) VALUE SPACE.
002670     05 T7-STL-HORIZON            PIC 9(008).
002680     05 FILLER                    PIC X(074) VALUE SPACES.
002690 01  T7-SCHEDULE-COLUMN-LINE.
002700     05 FILLER                    PIC X(018) VALUE 'DEPOSIT NO'.
002710     05 FILLER                    PIC X(008) VALUE 'CUSTOMER'.
002720     05 FILLER                    PIC X(017) VALUE '  ACCOUNT'.
002730     05 FILLER                    PIC X(005) VALUE 'CCY'.
002740     05 FILLER                    PIC X(018)
002750            VALUE '       PRINCIPAL'.
002760     05 FILLER                    PIC X(012) VALUE '      RATE'.
002770     05 FILLER                    PIC X(010) VALUE 'MATURITY'.
002780     05 FILLER                    PIC X(010) VALUE 'PAY DATE'.
002790     05 FILLER                    PIC X(014) VALUE 'INSTRUCTION'.
002800     05 FILLER                    PIC X(003) VALUE 'LN'.
002810     05 FILLER                    PIC X(017)
002820            VALUE '  PROJ INTEREST'.
002830 01  T7-SCHEDULE-LINE.
002840     05 T7-SCL-DEPOSIT-NO         PIC X(016).
002850     05 FILLER                    PIC X(002) VALUE SPACES.
002860     05 T7-SCL-HZCUS              PIC X(006).
002870     05 FILLER                    PIC X(004) VALUE SPACES.
002880     05 T7-SCL-BRANCH             PIC X(004).
002890     05 FILLER                    PIC X(001) VALUE '-'.
002900     05 T7-SCL-ACCOUNT            PIC X(006).
002910     05 FILLER                    PIC X(001) VALUE '-'.
002920     05 T7-SCL-SUBACCT            PIC X(003).
002930     05 FILLER                    PIC X(001) VALUE SPACES.
002940     05 T7-SCL-CCY                PIC X(003).
002950     05 FILLER                    PIC X(002) VALUE SPACES.
002960     05 T7-SCL-PRINCIPAL          PIC Z(012)9.99.
002970     05 FILLER                    PIC X(002) VALUE SPACES.
002980     05 T7-SCL-RATE               PIC ZZ9.999999.
002990     05 FILLER                    PIC X(002) VALUE SPACES.
003000     05 T7-SCL-MATURITY           PIC 9(008).
003010     05 FILLER                    PIC X(002) VALUE SPACES.
003020     05 T7-SCL-PAY-DATE           PIC 9(008).
003030     05 FILLER                    PIC X(002) VALUE SPACES.
003040     05 T7-SCL-INSTRUCTION        PIC X(012).
003050     05 FILLER                    PIC X(002) VALUE SPACES.
003060     05 T7-SCL-LIEN               PIC X(001).
003070     05 FILLER                    PIC X(002) VALUE SPACES.
003080     05 T7-SCL-INTEREST           PIC Z(010)9.99.
003090     05 FILLER                    PIC X(003) VALUE SPACES.
003100 01  T7-SUMMARY-LINE.
003110     05 FILLER                    PIC X(009) VALUE 'MATURED  '.
003120     05 T7-SUM-MATURED            PIC ZZZZZZ9.
003130     05 FILLER                    PIC X(011)
003140            VALUE '  PAID OUT '.
003150     05 T7-SUM-PAID-OUT           PIC ZZZZZZ9.
003160     05 FILLER                    PIC X(009) VALUE '  ROLLED '.
003170     05 T7-SUM-ROLLED             PIC ZZZZZZ9.
003180     05 FILLER                    PIC X(011)
003190            VALUE '  INTEREST '.
003200     05 T7-SUM-INTEREST           PIC Z(012)9.99.
003210     05 FILLER                    PIC X(015)
003220            VALUE '  HOLDS PLACED '.
003230     05 T7-SUM-PLACED             PIC ZZZZZ9.
003240     05 FILLER                    PIC X(011)
003250            VALUE '  RELEASED '.
003260     05 T7-SUM-RELEASED           PIC ZZZZZ9.
003270     05 FILLER                    PIC X(018) VALUE SPACES.
003280 COPY "Business_Date_Service.cpy".
003290 COPY "Date_Service.cpy".
003300 COPY "Run_Statistics.cpy".
003310 COPY "Transaction_Req.cpy".
003320 COPY "EQ_HOLD_REQ.cpy".
003330 COPY "EQ_HOLD_REL.cpy".
003340 COPY "Term_Deposit.cpy"
003350     REPLACING TERM-DEPOSIT-RECORD BY T7-DEPOSIT-WORK.
003360 COPY "Term_Deposit.cpy"
003370     REPLACING TERM-DEPOSIT-RECORD BY T7-INTAKE-WORK.
003380 COPY "Term_Deposit_Param.cpy"
003390     REPLACING TERM-DEPOSIT-PARAM-RECORD BY T7-PARAM.
003400 PROCEDURE DIVISION.
003410*-----------------------------------------------------------------
003420 0000-MAINLINE.
003430*-----------------------------------------------------------------
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     IF T7-DEPOSIT-COUNT > ZERO
003460         SET T7-DEP-IDX TO 1
003470         PERFORM 2000-WORK-ONE-DEPOSIT THRU 2000-EXIT
003480             UNTIL T7-DEP-IDX > T7-DEPOSIT-COUNT
003490     END-IF.
003500     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
003510     PERFORM 7000-PRINT-SCHEDULE THRU 7000-EXIT.
003520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003530     STOP RUN.
003540*-----------------------------------------------------------------
003550 1000-INITIALIZE.
003560*-----------------------------------------------------------------
003570     ACCEPT T7-RUN-DATE FROM DATE YYYYMMDD.
003580     MOVE SPACES TO BUSINESS-DATE-AREA.
003590     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003600     EVALUATE TRUE
003610         WHEN BDS-OK
003620             MOVE BDS-BUSINESS-DATE TO T7-RUN-DATE
003630         WHEN BDS-NOT-STARTED
003640             DISPLAY 'ESB097T: BUSINESS DATE NOT STARTED -'
003650                 ' RUN REFUSED'
003660             MOVE 8 TO RETURN-CODE
003670             STOP RUN
003680         WHEN OTHER
003690             CONTINUE
003700     END-EVALUATE.
003710     ACCEPT T7-RUN-TIME FROM TIME.
003720     ACCEPT RST-START-TIME FROM TIME.
003730     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003740                  RST-REJECT-COUNT.
003750     MOVE T7-RUN-DATE TO T7-NEW-PCREF-DATE.
003760     COMPUTE T7-RUN-JULIAN =
003770         FUNCTION INTEGER-OF-DATE(T7-RUN-DATE).
003780     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
003790     COMPUTE T7-WORK-JULIAN =
003800         T7-RUN-JULIAN + TDP-SCHEDULE-DAYS OF T7-PARAM.
003810     COMPUTE T7-HORIZON-DATE =
003820         FUNCTION DATE-OF-INTEGER(T7-WORK-JULIAN).
003830     OPEN INPUT TDOLDF.
003840     IF T7-TDOLDF-OK
003850         PERFORM 9200-READ-TDOLDF THRU 9200-EXIT
003860     ELSE
003870         SET T7-TDOLDF-EOF TO TRUE
003880     END-IF.
003890     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
003900         UNTIL T7-TDOLDF-EOF.
003910     CLOSE TDOLDF.
003920     OPEN INPUT TDINTF.
003930     IF T7-TDINTF-OK
003940         PERFORM 9300-READ-TDINTF THRU 9300-EXIT
003950     ELSE
003960         SET T7-TDINTF-EOF TO TRUE
003970     END-IF.
003980     PERFORM 1300-APPLY-INTAKE THRU 1300-EXIT
003990         UNTIL T7-TDINTF-EOF.
004000     CLOSE TDINTF.
004010     OPEN OUTPUT TDNEWF.
004020     OPEN OUTPUT TDGENF.
004030     OPEN OUTPUT TDHLDF.
004040     OPEN OUTPUT TDRELF.
004050     OPEN OUTPUT TDRPT.
004060     MOVE T7-RUN-DATE TO T7-HDG-DATE.
004070     MOVE T7-HEADING-LINE TO TDRPT-RECORD.
004080     WRITE TDRPT-RECORD.
004090     MOVE SPACES TO TDRPT-RECORD.
004100     WRITE TDRPT-RECORD.
004110     MOVE T7-MATURED-TITLE-LINE TO TDRPT-RECORD.
004120     WRITE TDRPT-RECORD.
004130     MOVE T7-MATURED-COLUMN-LINE TO TDRPT-RECORD.
004140     WRITE TDRPT-RECORD.
004150 1000-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180 1100-LOAD-PARAMETERS.
004190*-----------------------------------------------------------------
004200     OPEN INPUT TDPRMF.
004210     IF T7-TDPRMF-OK
004220         PERFORM 9100-READ-TDPRMF THRU 9100-EXIT
004230         IF NOT T7-TDPRMF-EOF
004240             MOVE TERM-DEPOSIT-PARAM-RECORD TO T7-PARAM
004250             SET T7-PARAM-LOADED TO TRUE
004260         END-IF
004270     END-IF.
004280     CLOSE TDPRMF.
004290     IF NOT T7-PARAM-LOADED
004300         DISPLAY 'ESB097T: NO TERM DEPOSIT PARAMETER RECORD'
004310         MOVE SPACES TO T7-PARAM
004320         MOVE ZERO TO TDP-SCHEDULE-DAYS OF T7-PARAM
004330                      TDP-RETAIN-DAYS OF T7-PARAM
004340                      TDP-DAY-BASIS OF T7-PARAM
004350     END-IF.
004360     IF TDP-HOLD-REASON OF T7-PARAM = SPACES
004370         MOVE 'TDL' TO TDP-HOLD-REASON OF T7-PARAM
004380     END-IF.
004390     IF TDP-RELEASE-REASON OF T7-PARAM = SPACES
004400         MOVE 'TDM' TO TDP-RELEASE-REASON OF T7-PARAM
004410     END-IF.
004420     IF TDP-SCHEDULE-DAYS OF T7-PARAM NOT NUMERIC
004430        OR TDP-SCHEDULE-DAYS OF T7-PARAM = ZERO
004440         MOVE 30 TO TDP-SCHEDULE-DAYS OF T7-PARAM
004450     END-IF.
004460     IF TDP-RETAIN-DAYS OF T7-PARAM NOT NUMERIC
004470        OR TDP-RETAIN-DAYS OF T7-PARAM = ZERO
004480         MOVE 400 TO TDP-RETAIN-DAYS OF T7-PARAM
004490     END-IF.
004500     IF TDP-DAY-BASIS OF T7-PARAM NOT NUMERIC
004510        OR TDP-DAY-BASIS OF T7-PARAM = ZERO
004520         MOVE 365 TO TDP-DAY-BASIS OF T7-PARAM
004530     END-IF.
004540*    WITHOUT AN INTEREST EXPENSE ACCOUNT NO INTEREST CAN BE PAID;
004550*    THE MATURITIES ARE STILL PROCESSED AND THE INTEREST SHOWN.
004560     IF TDP-EXPENSE-BRANCH OF T7-PARAM = SPACES
004570        OR TDP-EXPENSE-ACCOUNT OF T7-PARAM = SPACES
004580         DISPLAY 'ESB097T: NO INTEREST EXPENSE ACCOUNT, INTEREST'
004590             ' NOT POSTED'
004600     END-IF.
004610 1100-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------------
004640 1200-LOAD-REGISTER.
004650*-----------------------------------------------------------------
004660     ADD 1 TO T7-DEPOSIT-READ-COUNT.
004670     ADD 1 TO RST-RECORDS-IN.
004680     IF T7-DEPOSIT-COUNT < 3000
004690         ADD 1 TO T7-DEPOSIT-COUNT
004700         SET T7-DEP-IDX TO T7-DEPOSIT-COUNT
004710         MOVE TDR-DEPOSIT-NO OF TERM-DEPOSIT-RECORD
004720             TO T7-DEP-DEPOSIT-NO (T7-DEP-IDX)
004730         MOVE TERM-DEPOSIT-RECORD TO T7-DEP-IMAGE (T7-DEP-IDX)
004740         MOVE 'Y' TO T7-DEP-KEEP-SW (T7-DEP-IDX)
004750         PERFORM 1210-SEED-HOLD-NUMBER THRU 1210-EXIT
004760     ELSE
004764*        A DEPOSIT LEFT OUT WOULD VANISH FROM THE NEW
004768*        GENERATION, SO A FULL TABLE STOPS THE RUN BEFORE ANY
004772*        OUTPUT IS OPENED.
004776         DISPLAY 'ESB097T: REGISTER TABLE FULL AT '
004780             TDR-DEPOSIT-NO OF TERM-DEPOSIT-RECORD
004785             ' - RUN REFUSED'
004790         MOVE 8 TO RETURN-CODE
004795         STOP RUN
004800     END-IF.
004810     PERFORM 9200-READ-TDOLDF THRU 9200-EXIT.
004820 1200-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850 1210-SEED-HOLD-NUMBER.
004860*-----------------------------------------------------------------
004870*    THE HIGHEST LIEN HOLD NUMBER ON THE REGISTER SEEDS
004880*    TONIGHT'S NUMBERING.
004890     MOVE TDR-LIEN-GZHNO OF TERM-DEPOSIT-RECORD
004900         TO T7-HOLD-NUMBER-TEXT.
004910     IF T7-HOLD-NUMBER-BAND-TEXT = '4'
004920        AND T7-HOLD-NUMBER-DIGITS IS NUMERIC
004930        AND T7-HOLD-NUMBER-SEQ > T7-LAST-HOLD-SEQ
004940         MOVE T7-HOLD-NUMBER-SEQ TO T7-LAST-HOLD-SEQ
004950     END-IF.
004960 1210-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990 1300-APPLY-INTAKE.
005000*-----------------------------------------------------------------
005010*    'N' REGISTERS A NEW DEPOSIT; 'I' CHANGES THE MATURITY
005020*    INSTRUCTION AND PAYOUT ACCOUNT OF A LIVE DEPOSIT; 'L' SETS
005030*    OR CLEARS ITS LIEN.  A NEW LIEN HAS ITS HOLD PLACED, AND A
005040*    CLEARED LIEN ITS HOLD RELEASED, IN TONIGHT'S PASS.
005050     MOVE TDINTF-RECORD TO T7-INTAKE-WORK.
005060     MOVE TDR-DEPOSIT-NO OF T7-INTAKE-WORK
005070         TO T7-INTAKE-DEPOSIT-NO.
005080     PERFORM 1310-FIND-DEPOSIT THRU 1310-EXIT.
005090     EVALUATE TRUE
005100         WHEN TDR-INTAKE-NEW OF T7-INTAKE-WORK
005110             PERFORM 1400-REGISTER-DEPOSIT THRU 1400-EXIT
005120         WHEN TDR-INTAKE-INSTRUCTION OF T7-INTAKE-WORK
005130             PERFORM 1500-CHANGE-INSTRUCTION THRU 1500-EXIT
005140         WHEN TDR-INTAKE-LIEN OF T7-INTAKE-WORK
005150             PERFORM 1600-CHANGE-LIEN THRU 1600-EXIT
005160         WHEN OTHER
005170             DISPLAY 'ESB097T: UNKNOWN INTAKE ACTION '
005180                 T7-INTAKE-DEPOSIT-NO
005190             ADD 1 TO RST-REJECT-COUNT
005200     END-EVALUATE.
005210     PERFORM 9300-READ-TDINTF THRU 9300-EXIT.
005220 1300-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250 1310-FIND-DEPOSIT.
005260*-----------------------------------------------------------------
005270     MOVE 'N' TO T7-DEPOSIT-FOUND-SW.
005280     IF T7-DEPOSIT-COUNT = ZERO
005290         GO TO 1310-EXIT
005300     END-IF.
005310     SET T7-DEP-LOOKUP-IDX TO 1.
005320     PERFORM 1315-SCAN-DEPOSITS THRU 1315-EXIT
005330         UNTIL T7-DEP-LOOKUP-IDX > T7-DEPOSIT-COUNT
005340            OR T7-DEPOSIT-FOUND.
005350 1310-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380 1315-SCAN-DEPOSITS.
005390*-----------------------------------------------------------------
005400     IF T7-DEP-DEPOSIT-NO (T7-DEP-LOOKUP-IDX) =
005410             T7-INTAKE-DEPOSIT-NO
005420         SET T7-DEPOSIT-FOUND TO TRUE
005430     ELSE
005440         SET T7-DEP-LOOKUP-IDX UP BY 1
005450     END-IF.
005460 1315-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490 1400-REGISTER-DEPOSIT.
005500*-----------------------------------------------------------------
005510     IF T7-DEPOSIT-FOUND
005520         DISPLAY 'ESB097T: DEPOSIT ALREADY REGISTERED '
005530             T7-INTAKE-DEPOSIT-NO
005540         ADD 1 TO RST-REJECT-COUNT
005550         GO TO 1400-EXIT
005560     END-IF.
005570     MOVE T7-INTAKE-WORK TO T7-DEPOSIT-WORK.
005580     IF TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK = SPACES
005590        OR TDR-BRANCH OF T7-DEPOSIT-WORK = SPACES
005600        OR TDR-ACCOUNT OF T7-DEPOSIT-WORK = SPACES
005610        OR TDR-PRINCIPAL OF T7-DEPOSIT-WORK NOT NUMERIC
005620        OR TDR-PRINCIPAL OF T7-DEPOSIT-WORK = ZERO
005630        OR TDR-RATE OF T7-DEPOSIT-WORK NOT NUMERIC
005640        OR NOT TDR-INSTRUCTION-VALID OF T7-DEPOSIT-WORK
005650         DISPLAY 'ESB097T: NEW DEPOSIT INCOMPLETE, NOT TAKEN '
005660             T7-INTAKE-DEPOSIT-NO
005670         ADD 1 TO RST-REJECT-COUNT
005680         GO TO 1400-EXIT
005690     END-IF.
005700     IF TDR-START-DATE OF T7-DEPOSIT-WORK NOT NUMERIC
005710        OR TDR-START-DATE OF T7-DEPOSIT-WORK = ZERO
005720         MOVE T7-RUN-DATE TO TDR-START-DATE OF T7-DEPOSIT-WORK
005730     END-IF.
005740     IF TDR-TERM-DAYS OF T7-DEPOSIT-WORK NOT NUMERIC
005750         MOVE ZERO TO TDR-TERM-DAYS OF T7-DEPOSIT-WORK
005760     END-IF.
005770*    THE TERM IS TAKEN FROM THE MATURITY DATE WHEN ONE IS GIVEN,
005780*    OTHERWISE THE MATURITY DATE IS WORKED OUT FROM THE TERM.
005790     IF TDR-MATURITY-DATE OF T7-DEPOSIT-WORK IS NUMERIC
005800        AND TDR-MATURITY-DATE OF T7-DEPOSIT-WORK >
005810             TDR-START-DATE OF T7-DEPOSIT-WORK
005820         COMPUTE TDR-TERM-DAYS OF T7-DEPOSIT-WORK =
005830             FUNCTION INTEGER-OF-DATE
005840                 (TDR-MATURITY-DATE OF T7-DEPOSIT-WORK)
005850             - FUNCTION INTEGER-OF-DATE
005860                 (TDR-START-DATE OF T7-DEPOSIT-WORK)
005870     ELSE
005880         IF TDR-TERM-DAYS OF T7-DEPOSIT-WORK = ZERO
005890             DISPLAY 'ESB097T: NEW DEPOSIT HAS NO TERM, NOT TAKEN'
005900                 ' '
005910                 T7-INTAKE-DEPOSIT-NO
005920             ADD 1 TO RST-REJECT-COUNT
005930             GO TO 1400-EXIT
005940         END-IF
005950         COMPUTE T7-WORK-JULIAN =
005960             FUNCTION INTEGER-OF-DATE
005970                 (TDR-START-DATE OF T7-DEPOSIT-WORK)
005980             + TDR-TERM-DAYS OF T7-DEPOSIT-WORK
005990         COMPUTE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK =
006000             FUNCTION DATE-OF-INTEGER(T7-WORK-JULIAN)
006010     END-IF.
006020     IF T7-DEPOSIT-COUNT NOT < 3000
006030         DISPLAY 'ESB097T: REGISTER TABLE FULL AT '
006040             T7-INTAKE-DEPOSIT-NO ' - RUN REFUSED'
006050         MOVE 8 TO RETURN-CODE
006060         STOP RUN
006080     END-IF.
006090     IF TDR-DAY-BASIS OF T7-DEPOSIT-WORK NOT NUMERIC
006100         MOVE ZERO TO TDR-DAY-BASIS OF T7-DEPOSIT-WORK
006110     END-IF.
006120     IF NOT TDR-LIENED OF T7-DEPOSIT-WORK
006130         MOVE 'N' TO TDR-LIEN-FLAG OF T7-DEPOSIT-WORK
006140     END-IF.
006150     MOVE SPACES TO TDR-LIEN-GZHNO OF T7-DEPOSIT-WORK.
006160     MOVE 'N' TO TDR-LIEN-HOLD-SW OF T7-DEPOSIT-WORK.
006170     SET TDR-ACTIVE OF T7-DEPOSIT-WORK TO TRUE.
006180     MOVE T7-RUN-DATE TO TDR-STATUS-DATE OF T7-DEPOSIT-WORK.
006190     MOVE ZERO TO TDR-ROLL-COUNT OF T7-DEPOSIT-WORK.
006200     MOVE ZERO TO TDR-LAST-INTEREST OF T7-DEPOSIT-WORK.
006210     MOVE ZERO TO TDR-LAST-MATURED OF T7-DEPOSIT-WORK.
006220     MOVE SPACE TO TDR-INTAKE-ACTION OF T7-DEPOSIT-WORK.
006230     ADD 1 TO T7-NEW-DEPOSIT-COUNT.
006240     ADD 1 TO T7-DEPOSIT-COUNT.
006250     SET T7-DEP-IDX TO T7-DEPOSIT-COUNT.
006260     MOVE T7-INTAKE-DEPOSIT-NO TO T7-DEP-DEPOSIT-NO (T7-DEP-IDX).
006270     MOVE T7-DEPOSIT-WORK TO T7-DEP-IMAGE (T7-DEP-IDX).
006280     MOVE 'Y' TO T7-DEP-KEEP-SW (T7-DEP-IDX).
006290 1400-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320 1500-CHANGE-INSTRUCTION.
006330*-----------------------------------------------------------------
006340     IF NOT T7-DEPOSIT-FOUND
006350         DISPLAY 'ESB097T: INSTRUCTION FOR UNKNOWN DEPOSIT '
006360             T7-INTAKE-DEPOSIT-NO
006370         ADD 1 TO RST-REJECT-COUNT
006380         GO TO 1500-EXIT
006390     END-IF.
006400     MOVE T7-DEP-IMAGE (T7-DEP-LOOKUP-IDX) TO T7-DEPOSIT-WORK.
006410     IF NOT TDR-ACTIVE OF T7-DEPOSIT-WORK
006420        OR NOT TDR-INSTRUCTION-VALID OF T7-INTAKE-WORK
006430         DISPLAY 'ESB097T: INSTRUCTION CHANGE REFUSED '
006440             T7-INTAKE-DEPOSIT-NO
006450         ADD 1 TO RST-REJECT-COUNT
006460         GO TO 1500-EXIT
006470     END-IF.
006480     MOVE TDR-INSTRUCTION OF T7-INTAKE-WORK
006490         TO TDR-INSTRUCTION OF T7-DEPOSIT-WORK.
006500     MOVE TDR-PAYOUT-BRANCH OF T7-INTAKE-WORK
006510         TO TDR-PAYOUT-BRANCH OF T7-DEPOSIT-WORK.
006520     MOVE TDR-PAYOUT-ACCOUNT OF T7-INTAKE-WORK
006530         TO TDR-PAYOUT-ACCOUNT OF T7-DEPOSIT-WORK.
006540     MOVE TDR-PAYOUT-SUBACCT OF T7-INTAKE-WORK
006550         TO TDR-PAYOUT-SUBACCT OF T7-DEPOSIT-WORK.
006560     MOVE TDR-OPERATOR-ID OF T7-INTAKE-WORK
006570         TO TDR-OPERATOR-ID OF T7-DEPOSIT-WORK.
006580     MOVE T7-DEPOSIT-WORK TO T7-DEP-IMAGE (T7-DEP-LOOKUP-IDX).
006590     ADD 1 TO T7-AMENDED-COUNT.
006600 1500-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630 1600-CHANGE-LIEN.
006640*-----------------------------------------------------------------
006650     IF NOT T7-DEPOSIT-FOUND
006660         DISPLAY 'ESB097T: LIEN FOR UNKNOWN DEPOSIT '
006670             T7-INTAKE-DEPOSIT-NO
006680         ADD 1 TO RST-REJECT-COUNT
006690         GO TO 1600-EXIT
006700     END-IF.
006710     MOVE T7-DEP-IMAGE (T7-DEP-LOOKUP-IDX) TO T7-DEPOSIT-WORK.
006720     IF NOT TDR-ACTIVE OF T7-DEPOSIT-WORK
006730         DISPLAY 'ESB097T: LIEN ON CLOSED DEPOSIT REFUSED '
006740             T7-INTAKE-DEPOSIT-NO
006750         ADD 1 TO RST-REJECT-COUNT
006760         GO TO 1600-EXIT
006770     END-IF.
006780     IF TDR-LIENED OF T7-INTAKE-WORK
006790         MOVE 'Y' TO TDR-LIEN-FLAG OF T7-DEPOSIT-WORK
006800         MOVE TDR-LIEN-REF OF T7-INTAKE-WORK
006810             TO TDR-LIEN-REF OF T7-DEPOSIT-WORK
006820     ELSE
006830         MOVE 'N' TO TDR-LIEN-FLAG OF T7-DEPOSIT-WORK
006840     END-IF.
006850     MOVE TDR-OPERATOR-ID OF T7-INTAKE-WORK
006860         TO TDR-OPERATOR-ID OF T7-DEPOSIT-WORK.
006870     MOVE T7-DEPOSIT-WORK TO T7-DEP-IMAGE (T7-DEP-LOOKUP-IDX).
006880     ADD 1 TO T7-AMENDED-COUNT.
006890 1600-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------------
006920 2000-WORK-ONE-DEPOSIT.
006930*-----------------------------------------------------------------
006940     MOVE T7-DEP-IMAGE (T7-DEP-IDX) TO T7-DEPOSIT-WORK.
006950     IF NOT TDR-ACTIVE OF T7-DEPOSIT-WORK
006960         PERFORM 2900-CHECK-RETENTION THRU 2900-EXIT
006970         GO TO 2000-NEXT-DEPOSIT
006980     END-IF.
006990     IF TDR-LIEN-HOLD-ON OF T7-DEPOSIT-WORK
007000        AND NOT TDR-LIENED OF T7-DEPOSIT-WORK
007010         PERFORM 2500-RELEASE-LIEN THRU 2500-EXIT
007020     END-IF.
007030     PERFORM 2050-EFFECTIVE-MATURITY THRU 2050-EXIT.
007040     IF T7-EFFECTIVE-DATE NOT > T7-RUN-DATE
007050         PERFORM 2100-MATURE-DEPOSIT THRU 2100-EXIT
007060     END-IF.
007070     IF TDR-ACTIVE OF T7-DEPOSIT-WORK
007080        AND TDR-LIENED OF T7-DEPOSIT-WORK
007090        AND NOT TDR-LIEN-HOLD-ON OF T7-DEPOSIT-WORK
007100         PERFORM 2400-PLACE-LIEN THRU 2400-EXIT
007110     END-IF.
007120     MOVE T7-DEPOSIT-WORK TO T7-DEP-IMAGE (T7-DEP-IDX).
007130 2000-NEXT-DEPOSIT.
007140     SET T7-DEP-IDX UP BY 1.
007150 2000-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180 2050-EFFECTIVE-MATURITY.
007190*-----------------------------------------------------------------
007200*    A MATURITY FALLING ON A NON-BUSINESS DAY IS PAID ON THE
007210*    NEXT BUSINESS DAY.
007220     MOVE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK
007230         TO T7-EFFECTIVE-DATE.
007240     MOVE SPACES TO DATE-SERVICE-AREA.
007250     SET DSV-ROLL-FORWARD TO TRUE.
007260     MOVE T7-EFFECTIVE-DATE TO DSV-DATE-1.
007270     CALL 'ESB060C' USING DATE-SERVICE-AREA.
007280     IF DSV-RESULT-DATE IS NUMERIC
007290        AND DSV-RESULT-DATE > ZERO
007300         MOVE DSV-RESULT-DATE TO T7-EFFECTIVE-DATE
007310     END-IF.
007320 2050-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------------
007350 2100-MATURE-DEPOSIT.
007360*-----------------------------------------------------------------
007370     ADD 1 TO T7-MATURED-COUNT.
007380     PERFORM 2110-COMPUTE-INTEREST THRU 2110-EXIT.
007390     ADD T7-INTEREST TO T7-INTEREST-TOTAL.
007400     MOVE SPACES TO T7-NOTE.
007410     MOVE TDR-INSTRUCTION OF T7-DEPOSIT-WORK TO T7-ACTION-CODE.
007420*    A PLEDGED DEPOSIT IS NEVER PAID AWAY, AND A PAYOUT WITH NO
007430*    ACCOUNT TO PAY TO CANNOT BE MADE; BOTH ROLL IN FULL.
007440     IF T7-ACTION-PAYOUT
007450        AND TDR-LIENED OF T7-DEPOSIT-WORK
007460         SET T7-ACTION-ROLL-ALL TO TRUE
007470         MOVE 'LIENED - NOT PAID OUT' TO T7-NOTE
007480     END-IF.
007490     IF (T7-ACTION-PAYOUT OR T7-ACTION-ROLL-PRINCIPAL)
007500        AND (TDR-PAYOUT-BRANCH OF T7-DEPOSIT-WORK = SPACES
007510          OR TDR-PAYOUT-ACCOUNT OF T7-DEPOSIT-WORK = SPACES)
007520         SET T7-ACTION-ROLL-ALL TO TRUE
007530         MOVE 'NO PAYOUT ACCOUNT' TO T7-NOTE
007540     END-IF.
007550     IF NOT T7-ACTION-PAYOUT
007560        AND NOT T7-ACTION-ROLL-PRINCIPAL
007570         SET T7-ACTION-ROLL-ALL TO TRUE
007580     END-IF.
007590     IF TDP-EXPENSE-BRANCH OF T7-PARAM = SPACES
007600        OR TDP-EXPENSE-ACCOUNT OF T7-PARAM = SPACES
007610         MOVE 'INTEREST NOT POSTED' TO T7-NOTE
007620     END-IF.
007630     ADD 1 TO T7-GEN-SEQ.
007640     MOVE T7-GEN-SEQ TO T7-NEW-PCREF-SEQ.
007650     MOVE ZERO TO T7-LEG-SEQ.
007660     MOVE T7-DEPOSIT-WORK TO T7-INTAKE-WORK.
007670     EVALUATE TRUE
007680         WHEN T7-ACTION-PAYOUT
007690             PERFORM 2120-INTEREST-TO-PAYOUT THRU 2120-EXIT
007700             PERFORM 2130-PRINCIPAL-TO-PAYOUT THRU 2130-EXIT
007710         WHEN T7-ACTION-ROLL-PRINCIPAL
007720             PERFORM 2120-INTEREST-TO-PAYOUT THRU 2120-EXIT
007730             PERFORM 2200-ROLL-DEPOSIT THRU 2200-EXIT
007740         WHEN OTHER
007750             PERFORM 2140-CAPITALISE-INTEREST THRU 2140-EXIT
007760             PERFORM 2200-ROLL-DEPOSIT THRU 2200-EXIT
007770     END-EVALUATE.
007780     MOVE T7-INTEREST TO TDR-LAST-INTEREST OF T7-DEPOSIT-WORK.
007790     MOVE T7-EFFECTIVE-DATE
007800         TO TDR-LAST-MATURED OF T7-DEPOSIT-WORK.
007810     PERFORM 2800-REPORT-MATURITY THRU 2800-EXIT.
007820 2100-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850 2110-COMPUTE-INTEREST.
007860*-----------------------------------------------------------------
007870*    SIMPLE INTEREST FOR THE DAYS FROM THE START OF THE TERM TO
007880*    THE DAY IT IS PAID: PRINCIPAL x RATE% x DAYS / DAY BASIS.
007890     MOVE ZERO TO T7-INTEREST.
007900     COMPUTE T7-DAYS-RUN =
007910         FUNCTION INTEGER-OF-DATE(T7-EFFECTIVE-DATE)
007920         - FUNCTION INTEGER-OF-DATE
007930             (TDR-START-DATE OF T7-DEPOSIT-WORK).
007940     IF T7-DAYS-RUN NOT > ZERO
007950         GO TO 2110-EXIT
007960     END-IF.
007970     IF TDR-DAY-BASIS OF T7-DEPOSIT-WORK IS NUMERIC
007980        AND TDR-DAY-BASIS OF T7-DEPOSIT-WORK > ZERO
007990         MOVE TDR-DAY-BASIS OF T7-DEPOSIT-WORK TO T7-DAY-BASIS
008000     ELSE
008010         MOVE TDP-DAY-BASIS OF T7-PARAM TO T7-DAY-BASIS
008020     END-IF.
008030     COMPUTE T7-INTEREST ROUNDED =
008040         TDR-PRINCIPAL OF T7-DEPOSIT-WORK
008050         * TDR-RATE OF T7-DEPOSIT-WORK
008060         * T7-DAYS-RUN
008070         / (100 * T7-DAY-BASIS).
008080 2110-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110 2120-INTEREST-TO-PAYOUT.
008120*-----------------------------------------------------------------
008130     IF T7-INTEREST = ZERO
008140        OR TDP-EXPENSE-BRANCH OF T7-PARAM = SPACES
008150        OR TDP-EXPENSE-ACCOUNT OF T7-PARAM = SPACES
008160         GO TO 2120-EXIT
008170     END-IF.
008180     MOVE TDP-EXPENSE-BRANCH OF T7-PARAM  TO T7-LEG-DR-BRANCH.
008190     MOVE TDP-EXPENSE-ACCOUNT OF T7-PARAM TO T7-LEG-DR-ACCOUNT.
008200     MOVE TDP-EXPENSE-SUBACCT OF T7-PARAM TO T7-LEG-DR-SUBACCT.
008210     MOVE TDR-PAYOUT-BRANCH OF T7-DEPOSIT-WORK
008220         TO T7-LEG-CR-BRANCH.
008230     MOVE TDR-PAYOUT-ACCOUNT OF T7-DEPOSIT-WORK
008240         TO T7-LEG-CR-ACCOUNT.
008250     MOVE TDR-PAYOUT-SUBACCT OF T7-DEPOSIT-WORK
008260         TO T7-LEG-CR-SUBACCT.
008270     MOVE T7-INTEREST TO T7-LEG-AMOUNT.
008280     MOVE 'TERM DEPOSIT INTEREST' TO T7-LEG-NARRATIVE.
008290     PERFORM 2300-BUILD-LEG THRU 2300-EXIT.
008300 2120-EXIT.
008310     EXIT.
008320*-----------------------------------------------------------------
008330 2130-PRINCIPAL-TO-PAYOUT.
008340*-----------------------------------------------------------------
008350     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK  TO T7-LEG-DR-BRANCH.
008360     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK TO T7-LEG-DR-ACCOUNT.
008370     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK TO T7-LEG-DR-SUBACCT.
008380     MOVE TDR-PAYOUT-BRANCH OF T7-DEPOSIT-WORK
008390         TO T7-LEG-CR-BRANCH.
008400     MOVE TDR-PAYOUT-ACCOUNT OF T7-DEPOSIT-WORK
008410         TO T7-LEG-CR-ACCOUNT.
008420     MOVE TDR-PAYOUT-SUBACCT OF T7-DEPOSIT-WORK
008430         TO T7-LEG-CR-SUBACCT.
008440     MOVE TDR-PRINCIPAL OF T7-DEPOSIT-WORK TO T7-LEG-AMOUNT.
008450     MOVE 'TERM DEPOSIT MATURITY PAYOUT' TO T7-LEG-NARRATIVE.
008460     PERFORM 2300-BUILD-LEG THRU 2300-EXIT.
008470     ADD 1 TO T7-PAID-OUT-COUNT.
008480     ADD TDR-PRINCIPAL OF T7-DEPOSIT-WORK TO T7-PAID-OUT-TOTAL.
008490     SET TDR-CLOSED OF T7-DEPOSIT-WORK TO TRUE.
008500     MOVE T7-RUN-DATE TO TDR-STATUS-DATE OF T7-DEPOSIT-WORK.
008510 2130-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------------
008540 2140-CAPITALISE-INTEREST.
008550*-----------------------------------------------------------------
008560     IF T7-INTEREST = ZERO
008570        OR TDP-EXPENSE-BRANCH OF T7-PARAM = SPACES
008580        OR TDP-EXPENSE-ACCOUNT OF T7-PARAM = SPACES
008590         GO TO 2140-EXIT
008600     END-IF.
008610     MOVE TDP-EXPENSE-BRANCH OF T7-PARAM  TO T7-LEG-DR-BRANCH.
008620     MOVE TDP-EXPENSE-ACCOUNT OF T7-PARAM TO T7-LEG-DR-ACCOUNT.
008630     MOVE TDP-EXPENSE-SUBACCT OF T7-PARAM TO T7-LEG-DR-SUBACCT.
008640     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK  TO T7-LEG-CR-BRANCH.
008650     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK TO T7-LEG-CR-ACCOUNT.
008660     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK TO T7-LEG-CR-SUBACCT.
008670     MOVE T7-INTEREST TO T7-LEG-AMOUNT.
008680     MOVE 'TERM DEPOSIT INTEREST CAPITALISED' TO T7-LEG-NARRATIVE.
008690     PERFORM 2300-BUILD-LEG THRU 2300-EXIT.
008700     ADD T7-INTEREST TO TDR-PRINCIPAL OF T7-DEPOSIT-WORK.
008710 2140-EXIT.
008720     EXIT.
008730*-----------------------------------------------------------------
008740 2200-ROLL-DEPOSIT.
008750*-----------------------------------------------------------------
008760*    THE NEW TERM RUNS THE SAME NUMBER OF DAYS FROM THE PAY DATE.
008770*    A LIEN HOLD ON THE OLD TERM IS RELEASED HERE; THE HOLD FOR
008780*    THE ROLLED DEPOSIT IS PLACED BY 2000 ONCE THE NEW DATES ARE
008790*    SET.
008800     ADD 1 TO T7-ROLLED-COUNT.
008810     IF TDR-LIEN-HOLD-ON OF T7-DEPOSIT-WORK
008820         PERFORM 2500-RELEASE-LIEN THRU 2500-EXIT
008830     END-IF.
008840     IF TDR-TERM-DAYS OF T7-DEPOSIT-WORK NOT NUMERIC
008850        OR TDR-TERM-DAYS OF T7-DEPOSIT-WORK = ZERO
008860         COMPUTE TDR-TERM-DAYS OF T7-DEPOSIT-WORK =
008870             FUNCTION INTEGER-OF-DATE
008880                 (TDR-MATURITY-DATE OF T7-DEPOSIT-WORK)
008890             - FUNCTION INTEGER-OF-DATE
008900                 (TDR-START-DATE OF T7-DEPOSIT-WORK)
008910     END-IF.
008920     MOVE T7-EFFECTIVE-DATE TO TDR-START-DATE OF T7-DEPOSIT-WORK.
008930     COMPUTE T7-WORK-JULIAN =
008940         FUNCTION INTEGER-OF-DATE(T7-EFFECTIVE-DATE)
008950         + TDR-TERM-DAYS OF T7-DEPOSIT-WORK.
008960     COMPUTE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK =
008970         FUNCTION DATE-OF-INTEGER(T7-WORK-JULIAN).
008980     ADD 1 TO TDR-ROLL-COUNT OF T7-DEPOSIT-WORK.
008990     MOVE T7-RUN-DATE TO TDR-STATUS-DATE OF T7-DEPOSIT-WORK.
009000 2200-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030 2300-BUILD-LEG.
009040*-----------------------------------------------------------------
009050     ADD 1 TO T7-LEG-SEQ.
009060     ADD 1 TO T7-LEG-COUNT.
009070     ADD 1 TO RST-RECORDS-OUT.
009080     MOVE T7-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
009090     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
009100     MOVE T7-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
009110     MOVE T7-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
009120     MOVE T7-LEG-DR-BRANCH  TO GZBRNM OF TRANSACTION-REQ-BODY.
009130     MOVE T7-LEG-DR-BRANCH  TO GZAB1 OF TRANSACTION-REQ-BODY.
009140     MOVE T7-LEG-DR-ACCOUNT TO GZAN1 OF TRANSACTION-REQ-BODY.
009150     MOVE T7-LEG-DR-SUBACCT TO GZAS1 OF TRANSACTION-REQ-BODY.
009160     MOVE T7-LEG-CR-BRANCH  TO GZAB2 OF TRANSACTION-REQ-BODY.
009170     MOVE T7-LEG-CR-ACCOUNT TO GZAN2 OF TRANSACTION-REQ-BODY.
009180     MOVE T7-LEG-CR-SUBACCT TO GZAS2 OF TRANSACTION-REQ-BODY.
009190     MOVE T7-LEG-AMOUNT TO T7-AMOUNT-NUMERIC.
009200     MOVE T7-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
009210     MOVE T7-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
009220     MOVE TDP-TCD-DEBIT OF T7-PARAM
009230         TO GZTCD1 OF TRANSACTION-REQ-BODY.
009240     MOVE TDP-TCD-CREDIT OF T7-PARAM
009250         TO GZTCD2 OF TRANSACTION-REQ-BODY.
009260     MOVE TDR-CCY OF T7-DEPOSIT-WORK
009270         TO GZCCY1 OF TRANSACTION-REQ-BODY.
009280     MOVE TDR-CCY OF T7-DEPOSIT-WORK
009290         TO GZCCY2 OF TRANSACTION-REQ-BODY.
009300     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
009310         TO GZDRF1 OF TRANSACTION-REQ-BODY.
009320     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
009330         TO GZDRF2 OF TRANSACTION-REQ-BODY.
009340     MOVE T7-LEG-NARRATIVE TO GZNR1 OF TRANSACTION-REQ-BODY.
009350     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
009360         TO GZNR2 OF TRANSACTION-REQ-BODY.
009370     MOVE T7-LEG-NARRATIVE TO GZNR5 OF TRANSACTION-REQ-BODY.
009380     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
009390         TO GZNR6 OF TRANSACTION-REQ-BODY.
009400     PERFORM 2600-STAMP-CHECK-DIGITS THRU 2600-EXIT.
009410     MOVE TRANSACTION-REQ TO TDGENF-RECORD.
009420     WRITE TDGENF-RECORD.
009430 2300-EXIT.
009440     EXIT.
009450*-----------------------------------------------------------------
009460 2400-PLACE-LIEN.
009470*-----------------------------------------------------------------
009480*    THE HOLD RUNS FROM THE START OF THE TERM TO THE DAY IT IS
009490*    PAID; THE AMOUNT IS SPELT OUT ON THE DESCRIPTION AS THE E3C
009500*    HOLD MESSAGE CARRIES NO AMOUNT FIELD.
009501*    A WRAPPED HOLD NUMBER WOULD DUPLICATE A LIVE HOLD.
009502     IF T7-LAST-HOLD-SEQ NOT < 9999
009503         DISPLAY 'ESB097T: HOLD NUMBERS IN BAND 4 EXHAUSTED -'
009504             ' RUN STOPPED'
009505         MOVE 8 TO RETURN-CODE
009506         STOP RUN
009507     END-IF.
009510     PERFORM 2050-EFFECTIVE-MATURITY THRU 2050-EXIT.
009520     ADD 1 TO T7-HOLD-PLACED-COUNT.
009530     ADD 1 TO T7-GEN-SEQ.
009540     ADD 1 TO T7-LAST-HOLD-SEQ.
009550     MOVE '4' TO T7-HOLD-NUMBER-BAND.
009560     MOVE T7-LAST-HOLD-SEQ TO T7-HOLD-NUMBER-SEQ.
009570     MOVE T7-GEN-SEQ  TO T7-NEW-PCREF-SEQ.
009580     MOVE T7-NEW-PCREF TO PCREF OF EQHOLD-REQ-HEADER.
009590     MOVE '0001' TO NMSGS  OF EQHOLD-REQ-HEADER.
009600     MOVE '0001' TO TRANSQ OF EQHOLD-REQ-HEADER.
009610     MOVE T7-DATE-TIME TO TSTAMP OF EQHOLD-REQ-HEADER.
009620     MOVE SPACES TO EQHOLD-REQ-BODY.
009630     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REQ-BODY.
009640     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REQ-BODY.
009650     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REQ-BODY.
009660     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REQ-BODY.
009670     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REQ-BODY.
009680     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REQ-BODY.
009690     MOVE ':C3:'  TO GZACO-T  OF EQHOLD-REQ-BODY.
009700     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REQ-BODY.
009710     MOVE ':C35:' TO GZHDD1-T OF EQHOLD-REQ-BODY.
009720     MOVE ':C35:' TO GZHDD2-T OF EQHOLD-REQ-BODY.
009730     MOVE ':C35:' TO GZHDD3-T OF EQHOLD-REQ-BODY.
009740     MOVE ':C35:' TO GZHDD4-T OF EQHOLD-REQ-BODY.
009750     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REQ-BODY.
009760     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REQ-BODY.
009770     MOVE ':C3:'  TO GZCCY-T  OF EQHOLD-REQ-BODY.
009780     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REQ-BODY.
009790     MOVE ':S07:' TO GZINP-T  OF EQHOLD-REQ-BODY.
009800     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REQ-BODY.
009810     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK
009820         TO GZBBN OF EQHOLD-REQ-BODY.
009830     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK
009840         TO GZBNO OF EQHOLD-REQ-BODY.
009850     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK
009860         TO GZSFX OF EQHOLD-REQ-BODY.
009870     MOVE TDR-HZCUS OF T7-DEPOSIT-WORK
009880         TO GZCUS OF EQHOLD-REQ-BODY.
009890     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK
009900         TO GZBRNM OF EQHOLD-REQ-BODY.
009910     MOVE TDP-HOLD-REASON OF T7-PARAM TO GZHRC OF EQHOLD-REQ-BODY.
009920     STRING 'TERM DEPOSIT ' TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
009930         DELIMITED BY SIZE
009940         INTO GZHDD1 OF EQHOLD-REQ-BODY.
009950     STRING 'LIEN ' TDR-LIEN-REF OF T7-DEPOSIT-WORK
009960         DELIMITED BY SIZE
009970         INTO GZHDD2 OF EQHOLD-REQ-BODY.
009980     MOVE TDR-PRINCIPAL OF T7-DEPOSIT-WORK TO T7-AMOUNT-EDIT.
009990     STRING 'AMOUNT ' T7-AMOUNT-EDIT
010000            ' ' TDR-CCY OF T7-DEPOSIT-WORK
010010         DELIMITED BY SIZE
010020         INTO GZHDD3 OF EQHOLD-REQ-BODY.
010030     STRING 'MATURES ' T7-EFFECTIVE-DATE
010040         DELIMITED BY SIZE
010050         INTO GZHDD4 OF EQHOLD-REQ-BODY.
010060     MOVE '0' TO T7-DATE-TEXT-SIGN.
010070     MOVE TDR-START-DATE OF T7-DEPOSIT-WORK TO T7-DATE-TEXT-DATE.
010080     MOVE T7-DATE-TEXT TO GZSTD OF EQHOLD-REQ-BODY.
010090     MOVE T7-RUN-DATE TO T7-DATE-TEXT-DATE.
010100     MOVE T7-DATE-TEXT TO GZINP OF EQHOLD-REQ-BODY.
010110     MOVE T7-EFFECTIVE-DATE TO T7-DATE-TEXT-DATE.
010120     MOVE T7-DATE-TEXT TO GZEXD OF EQHOLD-REQ-BODY.
010130     MOVE TDR-CCY OF T7-DEPOSIT-WORK TO GZCCY OF EQHOLD-REQ-BODY.
010140     MOVE T7-HOLD-NUMBER TO GZHNO OF EQHOLD-REQ-BODY.
010150     MOVE EQHOLD-REQ TO TDHLDF-RECORD.
010160     WRITE TDHLDF-RECORD.
010170     MOVE T7-HOLD-NUMBER TO TDR-LIEN-GZHNO OF T7-DEPOSIT-WORK.
010180     MOVE 'Y' TO TDR-LIEN-HOLD-SW OF T7-DEPOSIT-WORK.
010190 2400-EXIT.
010200     EXIT.
010210*-----------------------------------------------------------------
010220 2500-RELEASE-LIEN.
010230*-----------------------------------------------------------------
010240*    RELEASES THE HOLD PLACED FOR THE CURRENT TERM, KEYED ON ITS
010250*    HOLD NUMBER AND THE DEPOSIT ACCOUNT, AS ESB001H DOES.
010260     PERFORM 2050-EFFECTIVE-MATURITY THRU 2050-EXIT.
010270     ADD 1 TO T7-HOLD-RELEASED-COUNT.
010280     ADD 1 TO T7-GEN-SEQ.
010290     MOVE T7-GEN-SEQ TO T7-NEW-PCREF-SEQ.
010300     MOVE SPACES TO EQHOLD-REL-REQ.
010310     MOVE '0200' TO MSGTYPE OF EQHOLD-REL-REQ-HEADER.
010320     MOVE T7-NEW-PCREF TO PCREF OF EQHOLD-REL-REQ-HEADER.
010330     MOVE '0001' TO NMSGS  OF EQHOLD-REL-REQ-HEADER.
010340     MOVE '0001' TO TRANSQ OF EQHOLD-REL-REQ-HEADER.
010350     MOVE T7-DATE-TIME TO TSTAMP OF EQHOLD-REL-REQ-HEADER.
010360     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REL-REQ-BODY.
010370     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REL-REQ-BODY.
010380     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REL-REQ-BODY.
010390     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REL-REQ-BODY.
010400     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REL-REQ-BODY.
010410     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REL-REQ-BODY.
010420     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REL-REQ-BODY.
010430     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REL-REQ-BODY.
010440     MOVE ':C3:'  TO GZRELR-T OF EQHOLD-REL-REQ-BODY.
010450     MOVE ':C35:' TO GZRLD1-T OF EQHOLD-REL-REQ-BODY.
010460     MOVE ':C35:' TO GZRLD2-T OF EQHOLD-REL-REQ-BODY.
010470     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REL-REQ-BODY.
010480     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REL-REQ-BODY.
010490     MOVE ':S07:' TO GZRELD-T OF EQHOLD-REL-REQ-BODY.
010500     MOVE ':C10:' TO GZRELU-T OF EQHOLD-REL-REQ-BODY.
010510     MOVE ':C1:'  TO GZSUPA-T OF EQHOLD-REL-REQ-BODY.
010520     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REL-REQ-BODY.
010530     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK
010540         TO GZBBN OF EQHOLD-REL-REQ-BODY.
010550     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK
010560         TO GZBNO OF EQHOLD-REL-REQ-BODY.
010570     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK
010580         TO GZSFX OF EQHOLD-REL-REQ-BODY.
010590     MOVE TDR-LIEN-GZHNO OF T7-DEPOSIT-WORK
010600         TO GZHNO OF EQHOLD-REL-REQ-BODY.
010610     MOVE TDR-HZCUS OF T7-DEPOSIT-WORK
010620         TO GZCUS OF EQHOLD-REL-REQ-BODY.
010630     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK
010640         TO GZBRNM OF EQHOLD-REL-REQ-BODY.
010650     MOVE TDP-HOLD-REASON OF T7-PARAM
010660         TO GZHRC OF EQHOLD-REL-REQ-BODY.
010670     MOVE TDP-RELEASE-REASON OF T7-PARAM
010680         TO GZRELR OF EQHOLD-REL-REQ-BODY.
010690     STRING 'TERM DEPOSIT ' TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK
010700         DELIMITED BY SIZE
010710         INTO GZRLD1 OF EQHOLD-REL-REQ-BODY.
010720     STRING 'LIEN ' TDR-LIEN-REF OF T7-DEPOSIT-WORK
010730         DELIMITED BY SIZE
010740         INTO GZRLD2 OF EQHOLD-REL-REQ-BODY.
010750     MOVE '0' TO T7-DATE-TEXT-SIGN.
010760     MOVE TDR-START-DATE OF T7-DEPOSIT-WORK TO T7-DATE-TEXT-DATE.
010770     MOVE T7-DATE-TEXT TO GZSTD OF EQHOLD-REL-REQ-BODY.
010780     MOVE T7-EFFECTIVE-DATE TO T7-DATE-TEXT-DATE.
010790     MOVE T7-DATE-TEXT TO GZEXD OF EQHOLD-REL-REQ-BODY.
010800     MOVE T7-RUN-DATE TO T7-DATE-TEXT-DATE.
010810     MOVE T7-DATE-TEXT TO GZRELD OF EQHOLD-REL-REQ-BODY.
010820     MOVE T7-HOLD-USER TO GZRELU OF EQHOLD-REL-REQ-BODY.
010830     MOVE 'N' TO GZSUPA OF EQHOLD-REL-REQ-BODY.
010840     MOVE EQHOLD-REL-REQ TO TDRELF-RECORD.
010850     WRITE TDRELF-RECORD.
010860     MOVE 'R' TO TDR-LIEN-HOLD-SW OF T7-DEPOSIT-WORK.
010870 2500-EXIT.
010880     EXIT.
010890*-----------------------------------------------------------------
010900 2600-STAMP-CHECK-DIGITS.
010910*-----------------------------------------------------------------
010920*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
010930*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C).
010940     MOVE SPACES TO T7-CHECKSUM-SOURCE.
010950     STRING GZAB1 OF TRANSACTION-REQ-BODY
010960            GZAN1 OF TRANSACTION-REQ-BODY
010970            GZAS1 OF TRANSACTION-REQ-BODY
010980            GZAB2 OF TRANSACTION-REQ-BODY
010990            GZAN2 OF TRANSACTION-REQ-BODY
011000            GZAS2 OF TRANSACTION-REQ-BODY
011010         DELIMITED BY SIZE INTO T7-CHECKSUM-SOURCE.
011020     MOVE 26 TO T7-CHECKSUM-LENGTH.
011030     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
011040     MOVE '0' TO T7-CHK-SIGN.
011050     MOVE T7-CHECKSUM-RESULT TO T7-CHK-VALUE.
011060     MOVE T7-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
011070     MOVE SPACES TO T7-CHECKSUM-SOURCE.
011080     STRING GZAMA1 OF TRANSACTION-REQ-BODY
011090            GZAMA2 OF TRANSACTION-REQ-BODY
011100         DELIMITED BY SIZE INTO T7-CHECKSUM-SOURCE.
011110     MOVE 34 TO T7-CHECKSUM-LENGTH.
011120     PERFORM 2610-COMPUTE-CHECKSUM THRU 2610-EXIT.
011130     MOVE '0' TO T7-CHK-SIGN.
011140     MOVE T7-CHECKSUM-RESULT TO T7-CHK-VALUE.
011150     MOVE T7-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
011160 2600-EXIT.
011170     EXIT.
011180*-----------------------------------------------------------------
011190 2610-COMPUTE-CHECKSUM.
011200*-----------------------------------------------------------------
011210     MOVE ZERO TO T7-CHK-ACCUM.
011220     MOVE 1 TO T7-CHK-WEIGHT.
011230     MOVE 1 TO T7-CHK-BYTE-IDX.
011240     PERFORM 2620-SUM-ONE-BYTE THRU 2620-EXIT
011250         UNTIL T7-CHK-BYTE-IDX > T7-CHECKSUM-LENGTH.
011260     DIVIDE T7-CHK-ACCUM BY 1000 GIVING T7-CHK-QUOTIENT
011270         REMAINDER T7-CHECKSUM-RESULT.
011280 2610-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------------
011310 2620-SUM-ONE-BYTE.
011320*-----------------------------------------------------------------
011330     MOVE T7-CHECKSUM-SOURCE (T7-CHK-BYTE-IDX : 1)
011340         TO T7-CHK-BYTE-WORK.
011350     IF T7-CHK-BYTE-WORK IS NUMERIC
011360         COMPUTE T7-CHK-ACCUM = T7-CHK-ACCUM
011370             + (T7-CHK-DIGIT-WORK * T7-CHK-WEIGHT)
011380         ADD 1 TO T7-CHK-WEIGHT
011390         IF T7-CHK-WEIGHT > 9
011400             MOVE 1 TO T7-CHK-WEIGHT
011410         END-IF
011420     END-IF.
011430     ADD 1 TO T7-CHK-BYTE-IDX.
011440 2620-EXIT.
011450     EXIT.
011460*-----------------------------------------------------------------
011470 2800-REPORT-MATURITY.
011480*-----------------------------------------------------------------
011490*    THE DEPOSIT AS IT STOOD AT MATURITY IS KEPT IN
011500*    T7-INTAKE-WORK BY 2100 FOR THE PRINCIPAL SHOWN HERE.
011510     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK TO T7-MTL-DEPOSIT-NO.
011520     MOVE TDR-HZCUS OF T7-DEPOSIT-WORK   TO T7-MTL-HZCUS.
011530     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK  TO T7-MTL-BRANCH.
011540     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK TO T7-MTL-ACCOUNT.
011550     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK TO T7-MTL-SUBACCT.
011560     MOVE TDR-CCY OF T7-DEPOSIT-WORK     TO T7-MTL-CCY.
011570     MOVE TDR-PRINCIPAL OF T7-INTAKE-WORK TO T7-MTL-PRINCIPAL.
011580     MOVE T7-INTEREST TO T7-MTL-INTEREST.
011590     EVALUATE TRUE
011600         WHEN T7-ACTION-PAYOUT
011610             MOVE 'PAID OUT' TO T7-MTL-ACTION
011620             MOVE SPACES TO T7-MTL-NEXT-MATURITY
011630         WHEN T7-ACTION-ROLL-PRINCIPAL
011640             MOVE 'ROLLED PRIN' TO T7-MTL-ACTION
011650             MOVE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK
011660                 TO T7-MTL-NEXT-MATURITY
011670         WHEN OTHER
011680             MOVE 'ROLLED P+I' TO T7-MTL-ACTION
011690             MOVE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK
011700                 TO T7-MTL-NEXT-MATURITY
011710     END-EVALUATE.
011720     MOVE T7-NOTE TO T7-MTL-NOTE.
011730     MOVE T7-MATURED-LINE TO TDRPT-RECORD.
011740     WRITE TDRPT-RECORD.
011750 2800-EXIT.
011760     EXIT.
011770*-----------------------------------------------------------------
011780 2900-CHECK-RETENTION.
011790*-----------------------------------------------------------------
011800*    A PAID-OUT DEPOSIT STAYS ON THE REGISTER FOR THE RETENTION
011810*    PERIOD, THEN IS DROPPED.
011820     IF TDR-STATUS-DATE OF T7-DEPOSIT-WORK NOT NUMERIC
011830        OR TDR-STATUS-DATE OF T7-DEPOSIT-WORK = ZERO
011840         GO TO 2900-EXIT
011850     END-IF.
011860     COMPUTE T7-WORK-JULIAN =
011870         FUNCTION INTEGER-OF-DATE
011880             (TDR-STATUS-DATE OF T7-DEPOSIT-WORK)
011890         + TDP-RETAIN-DAYS OF T7-PARAM.
011900     IF T7-WORK-JULIAN < T7-RUN-JULIAN
011910         MOVE 'N' TO T7-DEP-KEEP-SW (T7-DEP-IDX)
011920     END-IF.
011930 2900-EXIT.
011940     EXIT.
011950*-----------------------------------------------------------------
011960 5000-WRITE-NEW-REGISTER.
011970*-----------------------------------------------------------------
011980     IF T7-DEPOSIT-COUNT = ZERO
011990         GO TO 5000-EXIT
012000     END-IF.
012010     SET T7-DEP-IDX TO 1.
012020     PERFORM 5100-WRITE-ONE-DEPOSIT THRU 5100-EXIT
012030         UNTIL T7-DEP-IDX > T7-DEPOSIT-COUNT.
012040 5000-EXIT.
012050     EXIT.
012060*-----------------------------------------------------------------
012070 5100-WRITE-ONE-DEPOSIT.
012080*-----------------------------------------------------------------
012090     IF T7-DEP-KEEP-SW (T7-DEP-IDX) = 'Y'
012100         ADD 1 TO T7-CARRIED-COUNT
012110         MOVE T7-DEP-IMAGE (T7-DEP-IDX) TO TDNEWF-RECORD
012120         WRITE TDNEWF-RECORD
012130     END-IF.
012140     SET T7-DEP-IDX UP BY 1.
012150 5100-EXIT.
012160     EXIT.
012170*-----------------------------------------------------------------
012180 7000-PRINT-SCHEDULE.
012190*-----------------------------------------------------------------
012200*    EVERY LIVE DEPOSIT PAYABLE AFTER TODAY AND WITHIN THE
012210*    SCHEDULE HORIZON, WITH THE INTEREST IT WILL EARN, SO THE
012220*    BRANCH CAN CALL THE CUSTOMER BEFORE IT MATURES.
012230     MOVE SPACES TO TDRPT-RECORD.
012240     WRITE TDRPT-RECORD.
012250     MOVE TDP-SCHEDULE-DAYS OF T7-PARAM TO T7-STL-DAYS.
012260     MOVE T7-HORIZON-DATE TO T7-STL-HORIZON.
012270     MOVE T7-SCHEDULE-TITLE-LINE TO TDRPT-RECORD.
012280     WRITE TDRPT-RECORD.
012290     MOVE T7-SCHEDULE-COLUMN-LINE TO TDRPT-RECORD.
012300     WRITE TDRPT-RECORD.
012310     IF T7-DEPOSIT-COUNT > ZERO
012320         SET T7-DEP-IDX TO 1
012330         PERFORM 7100-SCHEDULE-ONE-DEPOSIT THRU 7100-EXIT
012340             UNTIL T7-DEP-IDX > T7-DEPOSIT-COUNT
012350     END-IF.
012360     MOVE SPACES TO TDRPT-RECORD.
012370     WRITE TDRPT-RECORD.
012380     MOVE T7-MATURED-COUNT       TO T7-SUM-MATURED.
012390     MOVE T7-PAID-OUT-COUNT      TO T7-SUM-PAID-OUT.
012400     MOVE T7-ROLLED-COUNT        TO T7-SUM-ROLLED.
012410     MOVE T7-INTEREST-TOTAL      TO T7-SUM-INTEREST.
012420     MOVE T7-HOLD-PLACED-COUNT   TO T7-SUM-PLACED.
012430     MOVE T7-HOLD-RELEASED-COUNT TO T7-SUM-RELEASED.
012440     MOVE T7-SUMMARY-LINE TO TDRPT-RECORD.
012450     WRITE TDRPT-RECORD.
012460 7000-EXIT.
012470     EXIT.
012480*-----------------------------------------------------------------
012490 7100-SCHEDULE-ONE-DEPOSIT.
012500*-----------------------------------------------------------------
012510     MOVE T7-DEP-IMAGE (T7-DEP-IDX) TO T7-DEPOSIT-WORK.
012520     IF T7-DEP-KEEP-SW (T7-DEP-IDX) NOT = 'Y'
012530        OR NOT TDR-ACTIVE OF T7-DEPOSIT-WORK
012540         GO TO 7100-NEXT-DEPOSIT
012550     END-IF.
012560     PERFORM 2050-EFFECTIVE-MATURITY THRU 2050-EXIT.
012570     IF T7-EFFECTIVE-DATE NOT > T7-RUN-DATE
012580        OR T7-EFFECTIVE-DATE > T7-HORIZON-DATE
012590         GO TO 7100-NEXT-DEPOSIT
012600     END-IF.
012610     ADD 1 TO T7-SCHEDULED-COUNT.
012620     PERFORM 2110-COMPUTE-INTEREST THRU 2110-EXIT.
012630     MOVE TDR-DEPOSIT-NO OF T7-DEPOSIT-WORK TO T7-SCL-DEPOSIT-NO.
012640     MOVE TDR-HZCUS OF T7-DEPOSIT-WORK   TO T7-SCL-HZCUS.
012650     MOVE TDR-BRANCH OF T7-DEPOSIT-WORK  TO T7-SCL-BRANCH.
012660     MOVE TDR-ACCOUNT OF T7-DEPOSIT-WORK TO T7-SCL-ACCOUNT.
012670     MOVE TDR-SUBACCT OF T7-DEPOSIT-WORK TO T7-SCL-SUBACCT.
012680     MOVE TDR-CCY OF T7-DEPOSIT-WORK     TO T7-SCL-CCY.
012690     MOVE TDR-PRINCIPAL OF T7-DEPOSIT-WORK TO T7-SCL-PRINCIPAL.
012700     MOVE TDR-RATE OF T7-DEPOSIT-WORK    TO T7-SCL-RATE.
012710     MOVE TDR-MATURITY-DATE OF T7-DEPOSIT-WORK TO T7-SCL-MATURITY.
012720     MOVE T7-EFFECTIVE-DATE TO T7-SCL-PAY-DATE.
012730     EVALUATE TRUE
012740         WHEN TDR-PAYOUT OF T7-DEPOSIT-WORK
012750             MOVE 'PAYOUT' TO T7-SCL-INSTRUCTION
012760         WHEN TDR-ROLL-PRINCIPAL OF T7-DEPOSIT-WORK
012770             MOVE 'ROLL PRIN' TO T7-SCL-INSTRUCTION
012780         WHEN OTHER
012790             MOVE 'ROLL P+I' TO T7-SCL-INSTRUCTION
012800     END-EVALUATE.
012810     IF TDR-LIENED OF T7-DEPOSIT-WORK
012820         MOVE 'Y' TO T7-SCL-LIEN
012830     ELSE
012840         MOVE SPACE TO T7-SCL-LIEN
012850     END-IF.
012860     MOVE T7-INTEREST TO T7-SCL-INTEREST.
012870     MOVE T7-SCHEDULE-LINE TO TDRPT-RECORD.
012880     WRITE TDRPT-RECORD.
012890 7100-NEXT-DEPOSIT.
012900     SET T7-DEP-IDX UP BY 1.
012910 7100-EXIT.
012920     EXIT.
012930*-----------------------------------------------------------------
012940 8000-TERMINATE.
012950*-----------------------------------------------------------------
012960     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
012970     CLOSE TDNEWF.
012980     CLOSE TDGENF.
012990     CLOSE TDHLDF.
013000     CLOSE TDRELF.
013010     CLOSE TDRPT.
013020     DISPLAY 'ESB097T: DEPOSITS ' T7-DEPOSIT-READ-COUNT
013030         ' NEW ' T7-NEW-DEPOSIT-COUNT
013040         ' AMENDED ' T7-AMENDED-COUNT
013050         ' CARRIED ' T7-CARRIED-COUNT.
013060     DISPLAY 'ESB097T: MATURED ' T7-MATURED-COUNT
013070         ' PAID OUT ' T7-PAID-OUT-COUNT
013080         ' ROLLED ' T7-ROLLED-COUNT
013090         ' LEGS ' T7-LEG-COUNT.
013100     DISPLAY 'ESB097T: LIEN HOLDS PLACED ' T7-HOLD-PLACED-COUNT
013110         ' RELEASED ' T7-HOLD-RELEASED-COUNT
013120         ' SCHEDULED ' T7-SCHEDULED-COUNT.
013130 8000-EXIT.
013140     EXIT.
013150*-----------------------------------------------------------------
013160 9100-READ-TDPRMF.
013170*-----------------------------------------------------------------
013180     READ TDPRMF
013190         AT END
013200             SET T7-TDPRMF-EOF TO TRUE
013210     END-READ.
013220 9100-EXIT.
013230     EXIT.
013240*-----------------------------------------------------------------
013250 9200-READ-TDOLDF.
013260*-----------------------------------------------------------------
013270     READ TDOLDF
013280         AT END
013290             SET T7-TDOLDF-EOF TO TRUE
013300     END-READ.
013310 9200-EXIT.
013320     EXIT.
013330*-----------------------------------------------------------------
013340 9300-READ-TDINTF.
013350*-----------------------------------------------------------------
013360     READ TDINTF
013370         AT END
013380             SET T7-TDINTF-EOF TO TRUE
013390     END-READ.
013400 9300-EXIT.
013410     EXIT.
013420*-----------------------------------------------------------------
013430 9900-WRITE-RUN-STATS.
013440*-----------------------------------------------------------------
013450     MOVE 'ESB097T' TO RST-PROGRAM-ID.
013460     MOVE T7-RUN-DATE TO RST-BUSINESS-DATE.
013470     ACCEPT RST-END-TIME FROM TIME.
013480     MOVE '00' TO RST-WORST-STATUS.
013490     IF T7-TDNEWF-STATUS NOT = '00'
013500         MOVE T7-TDNEWF-STATUS TO RST-WORST-STATUS
013510     END-IF.
013520     IF T7-TDGENF-STATUS NOT = '00'
013530         MOVE T7-TDGENF-STATUS TO RST-WORST-STATUS
013540     END-IF.
013550     IF T7-TDHLDF-STATUS NOT = '00'
013560         MOVE T7-TDHLDF-STATUS TO RST-WORST-STATUS
013570     END-IF.
013580     IF T7-TDRELF-STATUS NOT = '00'
013590         MOVE T7-TDRELF-STATUS TO RST-WORST-STATUS
013600     END-IF.
013610     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
013620 9900-EXIT.
013630     EXIT.
013640*-----------------------------------------------------------------
013650 9999-EXIT.
013660*-----------------------------------------------------------------
013670     EXIT.
