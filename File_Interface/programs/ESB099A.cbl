000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB099A
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    OVERDRAFT ARREARS DAY-COUNT AND LOAN-LOSS PROVISIONING.
000200*    ESB012U SHOWS WHO IS OVER LIMIT TODAY; THIS PROGRAM KEEPS,
000210*    PER OVERDRAFT ACCOUNT, HOW LONG IT HAS BEEN THERE.  THE
000220*    ARREARS LEDGER (ARROLDF -> ARRNEWF) IS UPDATED NIGHTLY FROM
000226*    THE ESB022S SNAPSHOT OF THE BALANCE-ENQUIRY RESPONSES.  THE
000232*    AMOUNT DRAWN IS HZODL LESS HZNABL (THE ESB012U CONVENTION:
000238*    THE NET AVAILABLE BALANCE INCLUDES THE UNDRAWN LIMIT).  AN
000244*    ACCOUNT THAT HAS DRAWN ITS WHOLE LIMIT, WITH NOTHING LEFT
000250*    AVAILABLE, IS IN EXCESS; THE DAYS-IN-EXCESS COUNT RUNS
000260*    IN CALENDAR DAYS FROM THE FIRST NIGHT IN EXCESS AND RESETS
000270*    WHEN THE ACCOUNT CURES.  EACH ACCOUNT IS GRADED FROM ITS
000280*    DAYS IN EXCESS INTO THE REGULATOR'S FIVE GRADES (PERFORMING,
000290*    WATCH, SUBSTANDARD, DOUBTFUL, LOSS) MAINTAINED ON ARRPRMF.
000300*    ON THE MONTH-END RUN THE REQUIRED PROVISION IS WORKED OUT
000310*    PER ACCOUNT AT ITS GRADE PERCENTAGE, SUMMED BY GRADE AND
000320*    CURRENCY, AND SET AGAINST THE PROVISION ALREADY BOOKED ON
000330*    EACH GRADE'S ALLOWANCE ACCOUNT; THE DIFFERENCE GOES TO
000340*    PROVGENF AS TOP-UP OR RELEASE TRANSACTION-REQS UNDER ONE
000350*    'V' PCREF.  THE MONTH-END REPORT SHOWS THE GRADE MIGRATION
000360*    SINCE LAST MONTH, THE PROVISION MOVEMENT AND EVERY ACCOUNT
000370*    AT THE LOSS GRADE AS A WRITE-OFF CANDIDATE FOR CREDIT
000380*    COMMITTEE.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*    15-OCT-2026  TC   INITIAL VERSION.
000420******************************************************************
000430 PROGRAM-ID. ESB099A.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-ZSERIES.
000470 OBJECT-COMPUTER. IBM-ZSERIES.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARRPRMF  ASSIGN TO ARRPRMF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS A9-ARRPRMF-STATUS.
000530     SELECT ARROLDF  ASSIGN TO ARROLDF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS A9-ARROLDF-STATUS.
000560     SELECT CUSTSNPF ASSIGN TO CUSTSNPF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS A9-CUSTSNPF-STATUS.
000590     SELECT ARRNEWF  ASSIGN TO ARRNEWF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS A9-ARRNEWF-STATUS.
000620     SELECT PROVGENF ASSIGN TO PROVGENF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS A9-PROVGENF-STATUS.
000650     SELECT ARRRPT   ASSIGN TO ARRRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS A9-ARRRPT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ARRPRMF
000710     RECORDING MODE IS F.
000720     COPY "Arrears_Param.cpy".
000730 FD  ARROLDF
000740     RECORDING MODE IS F.
000750     COPY "Overdraft_Arrears.cpy".
000760 FD  CUSTSNPF
000770     RECORDING MODE IS F.
000780     COPY "Customer_Snapshot.cpy".
000790 FD  ARRNEWF
000800     RECORDING MODE IS F.
000810 01  ARRNEWF-RECORD               PIC X(134).
000820 FD  PROVGENF
000830     RECORDING MODE IS F.
000840 01  PROVGENF-RECORD              PIC X(1816).
000850 FD  ARRRPT
000860     RECORDING MODE IS F.
000870 01  ARRRPT-RECORD                PIC X(132).
000880 WORKING-STORAGE SECTION.
000890 01  A9-ARRPRMF-STATUS            PIC X(002) VALUE '00'.
000900     88 A9-ARRPRMF-OK                        VALUE '00'.
000910 01  A9-ARROLDF-STATUS            PIC X(002) VALUE '00'.
000920     88 A9-ARROLDF-OK                        VALUE '00'.
000930 01  A9-CUSTSNPF-STATUS           PIC X(002) VALUE '00'.
000940     88 A9-CUSTSNPF-OK                       VALUE '00'.
000950 01  A9-ARRNEWF-STATUS            PIC X(002) VALUE '00'.
000960 01  A9-PROVGENF-STATUS           PIC X(002) VALUE '00'.
000970 01  A9-ARRRPT-STATUS             PIC X(002) VALUE '00'.
000980 01  A9-SWITCHES.
000990     05 A9-ARRPRMF-EOF-SW         PIC X(001) VALUE 'N'.
001000        88 A9-ARRPRMF-EOF                    VALUE 'Y'.
001010     05 A9-ARROLDF-EOF-SW         PIC X(001) VALUE 'N'.
001020        88 A9-ARROLDF-EOF                    VALUE 'Y'.
001030     05 A9-CUSTSNPF-EOF-SW        PIC X(001) VALUE 'N'.
001040        88 A9-CUSTSNPF-EOF                   VALUE 'Y'.
001050     05 A9-PARAM-LOADED-SW        PIC X(001) VALUE 'N'.
001060        88 A9-PARAM-LOADED                   VALUE 'Y'.
001070     05 A9-GL-READY-SW            PIC X(001) VALUE 'Y'.
001080        88 A9-GL-READY                       VALUE 'Y'.
001090     05 A9-MONTH-END-SW           PIC X(001) VALUE 'N'.
001100        88 A9-MONTH-END                      VALUE 'Y'.
001110     05 A9-LEDGER-FOUND-SW        PIC X(001) VALUE 'N'.
001120        88 A9-LEDGER-FOUND                   VALUE 'Y'.
001130     05 A9-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001140        88 A9-ENTRY-FOUND                    VALUE 'Y'.
001150     05 A9-IN-DEBIT-SW            PIC X(001) VALUE 'N'.
001160        88 A9-IN-DEBIT                       VALUE 'Y'.
001165 01  A9-DRAWN                     PIC S9(014)V99 VALUE ZERO.
001170 01  A9-DATE-TIME.
001180     05 A9-RUN-DATE               PIC 9(008) VALUE ZERO.
001190     05 A9-RUN-TIME               PIC 9(006) VALUE ZERO.
001200 01  A9-RUN-DATE-REDEF REDEFINES A9-DATE-TIME.
001210     05 A9-RUN-YEAR               PIC 9(004).
001220     05 A9-RUN-MONTH              PIC 9(002).
001230     05 A9-RUN-DAY                PIC 9(002).
001240     05 FILLER                    PIC X(006).
001250 01  A9-RUN-PERIOD                PIC 9(006) VALUE ZERO.
001260 01  A9-LOSS-PERIOD               PIC 9(006) VALUE ZERO.
001270 01  A9-NEXT-JULIAN               PIC 9(007) COMP.
001280 01  A9-START-JULIAN              PIC 9(007) COMP.
001290 01  A9-NEXT-BUS-DATE             PIC 9(008) VALUE ZERO.
001300 01  A9-NEXT-BUS-REDEF REDEFINES A9-NEXT-BUS-DATE.
001310     05 A9-NEXT-BUS-YEAR          PIC 9(004).
001320     05 A9-NEXT-BUS-MONTH         PIC 9(002).
001330     05 A9-NEXT-BUS-DAY           PIC 9(002).
001340 01  A9-COUNTERS.
001350     05 A9-SNAP-COUNT             PIC 9(007) VALUE ZERO.
001360     05 A9-TRACKED-COUNT          PIC 9(007) VALUE ZERO.
001370     05 A9-EXCESS-COUNT           PIC 9(007) VALUE ZERO.
001380     05 A9-NEW-EXCESS-COUNT       PIC 9(007) VALUE ZERO.
001390     05 A9-CURED-COUNT            PIC 9(007) VALUE ZERO.
001400     05 A9-CARRY-COUNT            PIC 9(007) VALUE ZERO.
001410     05 A9-DROPPED-COUNT          PIC 9(007) VALUE ZERO.
001420     05 A9-LOSS-COUNT             PIC 9(007) VALUE ZERO.
001430     05 A9-MOVED-COUNT            PIC 9(007) VALUE ZERO.
001440     05 A9-LEG-COUNT              PIC 9(007) VALUE ZERO.
001450     05 A9-WRITTEN-COUNT          PIC 9(007) VALUE ZERO.
001460*    PROVISIONING POSTINGS CARRY THEIR OWN PCREF BATCH, TAGGED
001470*    'V' BETWEEN THE DATE AND THE SEQUENCE SO THEY CAN NEVER
001480*    COLLIDE WITH ANOTHER GENERATOR'S RANGE.
001490 01  A9-NEW-PCREF.
001500     05 A9-NEW-PCREF-DATE         PIC 9(008).
001510     05 A9-NEW-PCREF-TAG          PIC X(001) VALUE 'V'.
001520     05 A9-NEW-PCREF-SEQ          PIC 9(006).
001530 01  A9-LEG-SEQ                   PIC 9(004) VALUE ZERO.
001540 01  A9-GRADE-SUB                 PIC 9(001) COMP VALUE ZERO.
001550 01  A9-ROW-SUB                   PIC 9(001) COMP VALUE ZERO.
001560 01  A9-NEW-GRADE                 PIC 9(001) VALUE ZERO.
001570 01  A9-REQUIRED                  PIC 9(013)V99 VALUE ZERO.
001580 01  A9-MOVEMENT                  PIC S9(015)V99 VALUE ZERO.
001590 01  A9-ACTION                    PIC X(010) VALUE SPACES.
001600 01  A9-KEY-GRADE                 PIC 9(001) VALUE ZERO.
001610 01  A9-KEY-CCY                   PIC X(003) VALUE SPACES.
001620*    THE REGULATOR'S DEFAULT GRADING, USED FOR ANY GRADE NOT
001630*    MAINTAINED ON ARRPRMF: CODE, MINIMUM DAYS IN EXCESS AND
001640*    PROVISION PERCENTAGE.
001650 01  A9-DEFAULT-GRADES.
001660     05 FILLER                    PIC X(012) VALUE 'PER000000100'.
001670     05 FILLER                    PIC X(012) VALUE 'WAT003100300'.
001680     05 FILLER                    PIC X(012) VALUE 'SUB009102000'.
001690     05 FILLER                    PIC X(012) VALUE 'DBT018105000'.
001700     05 FILLER                    PIC X(012) VALUE 'LOS036110000'.
001710 01  A9-DEFAULT-TABLE REDEFINES A9-DEFAULT-GRADES.
001720     05 A9-DFT-ENTRY OCCURS 5 TIMES.
001730        10 A9-DFT-CODE            PIC X(003).
001740        10 A9-DFT-MIN-DAYS        PIC 9(004).
001750        10 A9-DFT-PCT             PIC 9(003)V99.
001760 01  A9-LEG.
001770     05 A9-LEG-DR-BRANCH          PIC X(004).
001780     05 A9-LEG-DR-ACCOUNT         PIC X(006).
001790     05 A9-LEG-DR-SUBACCT         PIC X(003).
001800     05 A9-LEG-CR-BRANCH          PIC X(004).
001810     05 A9-LEG-CR-ACCOUNT         PIC X(006).
001820     05 A9-LEG-CR-SUBACCT         PIC X(003).
001830     05 A9-LEG-CCY                PIC X(003).
001840     05 A9-LEG-AMOUNT             PIC 9(015)V99.
001850 01  A9-AMOUNT-WORK.
001860     05 A9-AMOUNT-TEXT            PIC X(017).
001870     05 A9-AMOUNT-NUMERIC REDEFINES A9-AMOUNT-TEXT
001880                                  PIC 9(015)V99.
001890 01  A9-NARRATIVE-WORK.
001900     05 A9-NAR-TEXT               PIC X(018).
001910     05 A9-NAR-GRADE              PIC X(003).
001920     05 FILLER                    PIC X(001) VALUE SPACES.
001930     05 A9-NAR-YEAR               PIC 9(004).
001940     05 A9-NAR-MONTH              PIC 9(002).
001950     05 FILLER                    PIC X(007) VALUE SPACES.
001960 01  A9-LEDGER-COUNT              PIC 9(004) COMP VALUE ZERO.
001970 01  A9-LEDGER-TABLE.
001980     05 A9-LDG-ENTRY OCCURS 3000 TIMES
001990        INDEXED BY A9-LDG-IDX, A9-LDG-LOOKUP-IDX.
002000        10 A9-LDG-IMAGE           PIC X(134).
002010        10 A9-LDG-MATCHED-SW      PIC X(001).
002020        10 A9-LDG-CURED-SW        PIC X(001).
002030 01  A9-BUCKET-COUNT              PIC 9(004) COMP VALUE ZERO.
002040 01  A9-BUCKET-TABLE.
002050     05 A9-BKT-ENTRY OCCURS 50 TIMES
002060        INDEXED BY A9-BKT-IDX, A9-BKT-LOOKUP-IDX.
002070        10 A9-BKT-GRADE           PIC 9(001).
002080        10 A9-BKT-CCY             PIC X(003).
002090        10 A9-BKT-ACCOUNTS        PIC 9(007).
002100        10 A9-BKT-BOOKED          PIC 9(015)V99.
002110        10 A9-BKT-REQUIRED        PIC 9(015)V99.
002120*    GRADE MIGRATION SINCE LAST MONTH END: ROW 1 IS ACCOUNTS NOT
002130*    YET GRADED AT A MONTH END, ROWS 2 TO 6 THE GRADE THEY WERE
002140*    BOOKED UNDER; THE COLUMN IS TONIGHT'S GRADE.
002150 01  A9-MATRIX.
002160     05 A9-MTX-ROW OCCURS 6 TIMES.
002170        10 A9-MTX-CELL OCCURS 5 TIMES
002180                                  PIC 9(007).
002190 01  A9-CHECKSUM-WORK.
002200     05 A9-CHECKSUM-SOURCE        PIC X(040).
002210     05 A9-CHECKSUM-LENGTH        PIC 9(002) COMP.
002220     05 A9-CHECKSUM-RESULT        PIC 9(003).
002230 01  A9-CHK-ACCUM                 PIC 9(007) COMP.
002240 01  A9-CHK-WEIGHT                PIC 9(001) COMP.
002250 01  A9-CHK-BYTE-IDX              PIC 9(002) COMP.
002260 01  A9-CHK-BYTE-WORK             PIC X(001).
002270 01  A9-CHK-DIGIT-WORK REDEFINES A9-CHK-BYTE-WORK
002280                                  PIC 9(001).
002290 01  A9-CHK-QUOTIENT              PIC 9(004) COMP.
002300 01  A9-CHK-FIELD.
002310     05 A9-CHK-SIGN               PIC X(001).
002320     05 A9-CHK-VALUE              PIC 9(003).
002330 01  A9-HEADING-LINE.
002340     05 FILLER                    PIC X(037)
002350            VALUE 'OVERDRAFT ARREARS AND PROVISIONING  '.
002360     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002370     05 A9-HDG-DATE               PIC 9(008).
002380     05 FILLER                    PIC X(012) VALUE SPACES.
002390     05 A9-HDG-MONTH-END          PIC X(014).
002400     05 FILLER                    PIC X(056) VALUE SPACES.
002410 01  A9-COLUMN-LINE.
002420     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002430     05 FILLER                    PIC X(008) VALUE 'CUST'.
002440     05 FILLER                    PIC X(005) VALUE 'CCY'.
002450     05 FILLER                    PIC X(019)
002460            VALUE '            LIMIT  '.
002470     05 FILLER                    PIC X(019)
002480            VALUE '         EXPOSURE  '.
002490     05 FILLER                    PIC X(019)
002500            VALUE '           EXCESS  '.
002510     05 FILLER                    PIC X(007) VALUE ' DAYS  '.
002520     05 FILLER                    PIC X(005) VALUE 'GRD'.
002530     05 FILLER                    PIC X(033) VALUE 'ACTION'.
002540 01  A9-DETAIL-LINE.
002550     05 A9-DTL-BRANCH             PIC X(004).
002560     05 FILLER                    PIC X(001) VALUE SPACES.
002570     05 A9-DTL-ACCOUNT            PIC X(006).
002580     05 FILLER                    PIC X(001) VALUE SPACES.
002590     05 A9-DTL-SUBACCT            PIC X(003).
002600     05 FILLER                    PIC X(002) VALUE SPACES.
002610     05 A9-DTL-HZCUS              PIC X(006).
002620     05 FILLER                    PIC X(002) VALUE SPACES.
002630     05 A9-DTL-CCY                PIC X(003).
002640     05 FILLER                    PIC X(002) VALUE SPACES.
002650     05 A9-DTL-LIMIT              PIC Z(013)9.99.
002660     05 FILLER                    PIC X(002) VALUE SPACES.
002670     05 A9-DTL-EXPOSURE           PIC Z(013)9.99.
002680     05 FILLER                    PIC X(002) VALUE SPACES.
002690     05 A9-DTL-EXCESS             PIC Z(013)9.99.
002700     05 FILLER                    PIC X(002) VALUE SPACES.
002710     05 A9-DTL-DAYS               PIC ZZZZ9.
002720     05 FILLER                    PIC X(002) VALUE SPACES.
002730     05 A9-DTL-GRADE              PIC X(003).
002740     05 FILLER                    PIC X(002) VALUE SPACES.
002750     05 A9-DTL-ACTION             PIC X(010).
002760     05 FILLER                    PIC X(023) VALUE SPACES.
002770 01  A9-SECTION-LINE.
002780     05 A9-SEC-TITLE              PIC X(050).
002790     05 FILLER                    PIC X(082) VALUE SPACES.
002800 01  A9-MOVE-COLUMN-LINE.
002810     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
002820     05 FILLER                    PIC X(008) VALUE 'CUST'.
002830     05 FILLER                    PIC X(012) VALUE 'MOVEMENT'.
002840     05 FILLER                    PIC X(007) VALUE ' DAYS  '.
002850     05 FILLER                    PIC X(019)
002860            VALUE '         EXPOSURE  '.
002870     05 FILLER                    PIC X(016)
002880            VALUE '       REQUIRED'.
002890     05 FILLER                    PIC X(053) VALUE SPACES.
002900 01  A9-MOVE-LINE.
002910     05 A9-MVL-BRANCH             PIC X(004).
002920     05 FILLER                    PIC X(001) VALUE SPACES.
002930     05 A9-MVL-ACCOUNT            PIC X(006).
002940     05 FILLER                    PIC X(001) VALUE SPACES.
002950     05 A9-MVL-SUBACCT            PIC X(003).
002960     05 FILLER                    PIC X(002) VALUE SPACES.
002970     05 A9-MVL-HZCUS              PIC X(006).
002980     05 FILLER                    PIC X(002) VALUE SPACES.
002990     05 A9-MVL-FROM               PIC X(003).
003000     05 FILLER                    PIC X(004) VALUE ' -> '.
003010     05 A9-MVL-TO                 PIC X(003).
003020     05 FILLER                    PIC X(002) VALUE SPACES.
003030     05 A9-MVL-DAYS               PIC ZZZZ9.
003040     05 FILLER                    PIC X(002) VALUE SPACES.
003050     05 A9-MVL-EXPOSURE           PIC Z(013)9.99.
003060     05 FILLER                    PIC X(002) VALUE SPACES.
003070     05 A9-MVL-REQUIRED           PIC Z(012)9.99.
003080     05 FILLER                    PIC X(053) VALUE SPACES.
003090 01  A9-MATRIX-HEAD-LINE.
003100     05 FILLER                    PIC X(010) VALUE 'FROM \ TO'.
003110     05 A9-MHL-COLUMN OCCURS 5 TIMES.
003120        10 FILLER                 PIC X(007).
003130        10 A9-MHL-CODE            PIC X(003).
003140     05 FILLER                    PIC X(072) VALUE SPACES.
003150 01  A9-MATRIX-LINE.
003160     05 A9-MXL-LABEL              PIC X(010).
003170     05 A9-MXL-COLUMN OCCURS 5 TIMES.
003180        10 FILLER                 PIC X(003).
003190        10 A9-MXL-COUNT           PIC ZZZZZZ9.
003200     05 FILLER                    PIC X(072).
003210 01  A9-PROV-COLUMN-LINE.
003220     05 FILLER                    PIC X(005) VALUE 'GRD'.
003230     05 FILLER                    PIC X(005) VALUE 'CCY'.
003240     05 FILLER                    PIC X(009) VALUE 'ACCOUNTS'.
003250     05 FILLER                    PIC X(008) VALUE '     PCT'.
003260     05 FILLER                    PIC X(020)
003270            VALUE '              BOOKED'.
003280     05 FILLER                    PIC X(020)
003290            VALUE '            REQUIRED'.
003300     05 FILLER                    PIC X(021)
003310            VALUE '             MOVEMENT'.
003320     05 FILLER                    PIC X(044) VALUE '  ACTION'.
003330 01  A9-PROV-LINE.
003340     05 A9-PVL-GRADE              PIC X(003).
003350     05 FILLER                    PIC X(002) VALUE SPACES.
003360     05 A9-PVL-CCY                PIC X(003).
003370     05 FILLER                    PIC X(002) VALUE SPACES.
003380     05 A9-PVL-ACCOUNTS           PIC ZZZZZZ9.
003390     05 FILLER                    PIC X(002) VALUE SPACES.
003400     05 A9-PVL-PCT                PIC ZZ9.99.
003410     05 FILLER                    PIC X(002) VALUE SPACES.
003420     05 A9-PVL-BOOKED             PIC Z(014)9.99.
003430     05 FILLER                    PIC X(002) VALUE SPACES.
003440     05 A9-PVL-REQUIRED           PIC Z(014)9.99.
003450     05 FILLER                    PIC X(002) VALUE SPACES.
003460     05 A9-PVL-MOVEMENT           PIC Z(014)9.99-.
003470     05 FILLER                    PIC X(002) VALUE SPACES.
003480     05 A9-PVL-ACTION             PIC X(010).
003490     05 FILLER                    PIC X(034) VALUE SPACES.
003500 01  A9-LOSS-COLUMN-LINE.
003510     05 FILLER                    PIC X(017) VALUE 'ACCOUNT'.
003520     05 FILLER                    PIC X(008) VALUE 'CUST'.
003530     05 FILLER                    PIC X(005) VALUE 'CCY'.
003540     05 FILLER                    PIC X(007) VALUE ' DAYS  '.
003550     05 FILLER                    PIC X(010) VALUE 'LOSS FROM'.
003560     05 FILLER                    PIC X(019)
003570            VALUE '         EXPOSURE  '.
003580     05 FILLER                    PIC X(018)
003590            VALUE '      PROVISIONED'.
003600     05 FILLER                    PIC X(048) VALUE 'NEW'.
003610 01  A9-LOSS-LINE.
003620     05 A9-LSL-BRANCH             PIC X(004).
003630     05 FILLER                    PIC X(001) VALUE SPACES.
003640     05 A9-LSL-ACCOUNT            PIC X(006).
003650     05 FILLER                    PIC X(001) VALUE SPACES.
003660     05 A9-LSL-SUBACCT            PIC X(003).
003670     05 FILLER                    PIC X(002) VALUE SPACES.
003680     05 A9-LSL-HZCUS              PIC X(006).
003690     05 FILLER                    PIC X(002) VALUE SPACES.
003700     05 A9-LSL-CCY                PIC X(003).
003710     05 FILLER                    PIC X(002) VALUE SPACES.
003720     05 A9-LSL-DAYS               PIC ZZZZ9.
003730     05 FILLER                    PIC X(002) VALUE SPACES.
003740     05 A9-LSL-LOSS-DATE          PIC 9(008).
003750     05 FILLER                    PIC X(002) VALUE SPACES.
003760     05 A9-LSL-EXPOSURE           PIC Z(013)9.99.
003770     05 FILLER                    PIC X(002) VALUE SPACES.
003780     05 A9-LSL-HELD               PIC Z(012)9.99.
003790     05 FILLER                    PIC X(002) VALUE SPACES.
003800     05 A9-LSL-NEW                PIC X(003).
003810     05 FILLER                    PIC X(045) VALUE SPACES.
003820 01  A9-SUMMARY-LINE.
003830     05 FILLER                    PIC X(010) VALUE 'SNAPSHOTS '.
003840     05 A9-SUM-SNAP               PIC ZZZZZZ9.
003850     05 FILLER                    PIC X(010) VALUE '  TRACKED '.
003860     05 A9-SUM-TRACKED            PIC ZZZZZZ9.
003870     05 FILLER                    PIC X(012) VALUE '  IN EXCESS '.
003880     05 A9-SUM-EXCESS             PIC ZZZZZZ9.
003890     05 FILLER                    PIC X(008) VALUE '  CURED '.
003900     05 A9-SUM-CURED              PIC ZZZZZZ9.
003910     05 FILLER                    PIC X(010) VALUE '  CARRIED '.
003920     05 A9-SUM-CARRY              PIC ZZZZZZ9.
003930     05 FILLER                    PIC X(007) VALUE '  LOSS '.
003940     05 A9-SUM-LOSS               PIC ZZZZZZ9.
003950     05 FILLER                    PIC X(033) VALUE SPACES.
003960 COPY "Business_Date_Service.cpy".
003970 COPY "Date_Service.cpy".
003980 COPY "Transaction_Req.cpy".
003990 COPY "Run_Statistics.cpy".
004000 COPY "Overdraft_Arrears.cpy"
004010     REPLACING OVERDRAFT-ARREARS-RECORD BY A9-ARREARS-WORK.
004020 COPY "Arrears_Param.cpy"
004030     REPLACING ARREARS-PARAM-RECORD BY A9-PARAM-WORK.
004040 PROCEDURE DIVISION.
004050*-----------------------------------------------------------------
004060 0000-MAINLINE.
004070*-----------------------------------------------------------------
004080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004090     PERFORM 2000-UPDATE-ONE-ACCOUNT THRU 2000-EXIT
004100         UNTIL A9-CUSTSNPF-EOF.
004110     PERFORM 3000-CARRY-UNMATCHED THRU 3000-EXIT.
004120     IF A9-MONTH-END
004130         PERFORM 4000-MONTH-END-PROVISION THRU 4000-EXIT
004140     END-IF.
004150     PERFORM 5000-WRITE-NEW-LEDGER THRU 5000-EXIT.
004160     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
004170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004180     STOP RUN.
004190*-----------------------------------------------------------------
004200 1000-INITIALIZE.
004210*-----------------------------------------------------------------
004220     ACCEPT A9-RUN-DATE FROM DATE YYYYMMDD.
004230     MOVE SPACES TO BUSINESS-DATE-AREA.
004240     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
004250     EVALUATE TRUE
004260         WHEN BDS-OK
004270             MOVE BDS-BUSINESS-DATE TO A9-RUN-DATE
004280         WHEN BDS-NOT-STARTED
004290             DISPLAY 'ESB099A: BUSINESS DATE NOT STARTED -'
004300                 ' RUN REFUSED'
004310             MOVE 8 TO RETURN-CODE
004320             STOP RUN
004330         WHEN OTHER
004340             CONTINUE
004350     END-EVALUATE.
004360     ACCEPT A9-RUN-TIME FROM TIME.
004370     ACCEPT RST-START-TIME FROM TIME.
004380     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
004390                  RST-REJECT-COUNT.
004400     MOVE A9-RUN-DATE TO A9-NEW-PCREF-DATE.
004410     COMPUTE A9-RUN-PERIOD = A9-RUN-YEAR * 100 + A9-RUN-MONTH.
004420     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
004430     OPEN INPUT ARROLDF.
004440     IF A9-ARROLDF-OK
004450         PERFORM 9200-READ-ARROLDF THRU 9200-EXIT
004460     ELSE
004470         SET A9-ARROLDF-EOF TO TRUE
004480     END-IF.
004490     PERFORM 1500-LOAD-LEDGER-TABLE THRU 1500-EXIT
004500         UNTIL A9-ARROLDF-EOF.
004510     CLOSE ARROLDF.
004520     PERFORM 1600-SET-PERIOD-FLAGS THRU 1600-EXIT.
004530     OPEN INPUT  CUSTSNPF.
004540     OPEN OUTPUT ARRNEWF.
004550     OPEN OUTPUT ARRRPT.
004560     IF A9-MONTH-END
004570         OPEN OUTPUT PROVGENF
004580     END-IF.
004590     MOVE A9-RUN-DATE TO A9-HDG-DATE.
004600     MOVE SPACES TO A9-HDG-MONTH-END.
004610     IF A9-MONTH-END
004620         MOVE 'MONTH-END RUN ' TO A9-HDG-MONTH-END
004630     END-IF.
004640     MOVE A9-HEADING-LINE TO ARRRPT-RECORD.
004650     WRITE ARRRPT-RECORD.
004660     MOVE A9-COLUMN-LINE TO ARRRPT-RECORD.
004670     WRITE ARRRPT-RECORD.
004680     IF A9-CUSTSNPF-OK
004690         PERFORM 9300-READ-CUSTSNPF THRU 9300-EXIT
004700     ELSE
004710         SET A9-CUSTSNPF-EOF TO TRUE
004720     END-IF.
004730 1000-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760 1100-LOAD-PARAMETERS.
004770*-----------------------------------------------------------------
004780     OPEN INPUT ARRPRMF.
004790     IF A9-ARRPRMF-OK
004800         PERFORM 9100-READ-ARRPRMF THRU 9100-EXIT
004810         IF NOT A9-ARRPRMF-EOF
004820             MOVE ARREARS-PARAM-RECORD TO A9-PARAM-WORK
004830             SET A9-PARAM-LOADED TO TRUE
004840         END-IF
004850     END-IF.
004860     CLOSE ARRPRMF.
004870     IF NOT A9-PARAM-LOADED
004880         DISPLAY 'ESB099A: NO ARREARS PARAMETER RECORD'
004890         MOVE SPACES TO A9-PARAM-WORK
004900     END-IF.
004910     MOVE 1 TO A9-GRADE-SUB.
004920     PERFORM 1110-EDIT-ONE-GRADE THRU 1110-EXIT
004930         UNTIL A9-GRADE-SUB > 5.
004940     MOVE ZERO TO ARP-GRADE-MIN-DAYS OF A9-PARAM-WORK (1).
004950*    WITHOUT THE EXPENSE, RELEASE AND EVERY GRADE'S ALLOWANCE
004960*    ACCOUNT THE MONTH-END PROVISION IS REPORTED BUT NOT POSTED,
004970*    AND THE PROVISION BOOKED PER ACCOUNT IS LEFT AS IT WAS.
004980     IF ARP-EXPENSE-ACCOUNT OF A9-PARAM-WORK = SPACES
004990        OR ARP-RELEASE-ACCOUNT OF A9-PARAM-WORK = SPACES
005000         MOVE 'N' TO A9-GL-READY-SW
005010     END-IF.
005020     IF NOT A9-GL-READY
005030         DISPLAY 'ESB099A: PROVISIONING LEDGER ACCOUNTS NOT'
005040             ' MAINTAINED - NOTHING POSTED'
005050     END-IF.
005060 1100-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090 1110-EDIT-ONE-GRADE.
005100*-----------------------------------------------------------------
005110     IF ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB) = SPACES
005120        OR ARP-GRADE-MIN-DAYS OF A9-PARAM-WORK (A9-GRADE-SUB)
005130             NOT NUMERIC
005140        OR ARP-GRADE-PCT OF A9-PARAM-WORK (A9-GRADE-SUB)
005150             NOT NUMERIC
005160         MOVE A9-DFT-CODE (A9-GRADE-SUB)
005170             TO ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
005180         MOVE A9-DFT-MIN-DAYS (A9-GRADE-SUB)
005190             TO ARP-GRADE-MIN-DAYS OF A9-PARAM-WORK (A9-GRADE-SUB)
005200         MOVE A9-DFT-PCT (A9-GRADE-SUB)
005210             TO ARP-GRADE-PCT OF A9-PARAM-WORK (A9-GRADE-SUB)
005220     END-IF.
005230     IF ARP-ALLOW-ACCOUNT OF A9-PARAM-WORK (A9-GRADE-SUB)
005240             = SPACES
005250         MOVE 'N' TO A9-GL-READY-SW
005260     END-IF.
005270     ADD 1 TO A9-GRADE-SUB.
005280 1110-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310 1500-LOAD-LEDGER-TABLE.
005320*-----------------------------------------------------------------
005330     IF A9-LEDGER-COUNT < 3000
005340         ADD 1 TO A9-LEDGER-COUNT
005350         SET A9-LDG-IDX TO A9-LEDGER-COUNT
005360         MOVE OVERDRAFT-ARREARS-RECORD
005370             TO A9-LDG-IMAGE (A9-LDG-IDX)
005380         MOVE 'N' TO A9-LDG-MATCHED-SW (A9-LDG-IDX)
005390         MOVE 'N' TO A9-LDG-CURED-SW (A9-LDG-IDX)
005400     ELSE
005405*        AN ACCOUNT LEFT OUT WOULD RESTART ITS ARREARS COUNT AND
005410*        LOSE ITS PROVISION, SO A FULL LEDGER STOPS THE RUN.
005415         DISPLAY 'ESB099A: ARREARS LEDGER FULL AT '
005420             OAR-HZAB OF OVERDRAFT-ARREARS-RECORD
005430             OAR-HZAN OF OVERDRAFT-ARREARS-RECORD
005440             OAR-HZAS OF OVERDRAFT-ARREARS-RECORD
005445             ' - RUN REFUSED'
005450         MOVE 8 TO RETURN-CODE
005455         STOP RUN
005460     END-IF.
005470     PERFORM 9200-READ-ARROLDF THRU 9200-EXIT.
005480 1500-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510 1600-SET-PERIOD-FLAGS.
005520*-----------------------------------------------------------------
005530*    MONTH END IS THE LAST BUSINESS NIGHT OF THE MONTH: THE NEXT
005540*    BUSINESS DAY (ESB060C, ELSE THE NEXT CALENDAR DAY) FALLS IN
005550*    ANOTHER MONTH.
005560     COMPUTE A9-NEXT-JULIAN =
005570         FUNCTION INTEGER-OF-DATE(A9-RUN-DATE) + 1.
005580     COMPUTE A9-NEXT-BUS-DATE =
005590         FUNCTION DATE-OF-INTEGER(A9-NEXT-JULIAN).
005600     MOVE SPACES TO DATE-SERVICE-AREA.
005610     SET DSV-ROLL-FORWARD TO TRUE.
005620     MOVE A9-NEXT-BUS-DATE TO DSV-DATE-1.
005630     CALL 'ESB060C' USING DATE-SERVICE-AREA.
005640     IF DSV-RESULT-DATE IS NUMERIC
005650        AND DSV-RESULT-DATE > ZERO
005660         MOVE DSV-RESULT-DATE TO A9-NEXT-BUS-DATE
005670     END-IF.
005680     IF A9-NEXT-BUS-MONTH NOT = A9-RUN-MONTH
005690         SET A9-MONTH-END TO TRUE
005700     END-IF.
005710 1600-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740 2000-UPDATE-ONE-ACCOUNT.
005750*-----------------------------------------------------------------
005760*    AN ACCOUNT IS IN DEBIT WHEN PART OF ITS LIMIT IS DRAWN,
005770*    HZODL LESS HZNABL, AS IN ESB012U; ONLY ACCOUNTS IN DEBIT OR
005780*    ALREADY ON THE LEDGER ARE TRACKED.
005790     ADD 1 TO A9-SNAP-COUNT.
005800     ADD 1 TO RST-RECORDS-IN.
005810     MOVE 'N' TO A9-IN-DEBIT-SW.
005817     COMPUTE A9-DRAWN = CSS-HZODL - CSS-HZNABL.
005824     IF CSS-HZODL > ZERO
005831        AND A9-DRAWN > ZERO
005840         SET A9-IN-DEBIT TO TRUE
005850     END-IF.
005860     PERFORM 2100-LOOKUP-LEDGER THRU 2100-EXIT.
005870     IF NOT A9-LEDGER-FOUND
005880         IF NOT A9-IN-DEBIT
005890             GO TO 2000-READ-NEXT
005900         END-IF
005910         PERFORM 2150-START-LEDGER-ENTRY THRU 2150-EXIT
005920         IF NOT A9-LEDGER-FOUND
005930             GO TO 2000-READ-NEXT
005940         END-IF
005950     END-IF.
005960     MOVE A9-LDG-IMAGE (A9-LDG-LOOKUP-IDX) TO A9-ARREARS-WORK.
005970     MOVE 'Y' TO A9-LDG-MATCHED-SW (A9-LDG-LOOKUP-IDX).
005980     MOVE SPACES TO A9-ACTION.
005990     MOVE CSS-HZCUS TO OAR-HZCUS OF A9-ARREARS-WORK.
006000     MOVE CSS-HZCCY TO OAR-CCY OF A9-ARREARS-WORK.
006010     MOVE CSS-HZODL TO OAR-HZODL OF A9-ARREARS-WORK.
006020     MOVE A9-RUN-DATE TO OAR-LAST-SEEN OF A9-ARREARS-WORK.
006030     IF A9-IN-DEBIT
006040         MOVE A9-DRAWN TO OAR-EXPOSURE OF A9-ARREARS-WORK
006050     ELSE
006060         MOVE ZERO TO OAR-EXPOSURE OF A9-ARREARS-WORK
006070     END-IF.
006072*    HZNABL STOPS AT ZERO, SO THE ENQUIRY CANNOT SHOW HOW FAR PAST
006074*    THE LIMIT AN ACCOUNT HAS GONE: A LIMIT DRAWN IN FULL IS IN
006076*    EXCESS, AND THE EXCESS SHOWN IS ANY AMOUNT DRAWN OVER HZODL.
006080     IF A9-IN-DEBIT
006085        AND A9-DRAWN NOT < CSS-HZODL
006090         MOVE ZERO TO OAR-EXCESS OF A9-ARREARS-WORK
006095         IF A9-DRAWN > CSS-HZODL
006100             COMPUTE OAR-EXCESS OF A9-ARREARS-WORK =
006105                 A9-DRAWN - CSS-HZODL
006110         END-IF
006120         IF OAR-EXCESS-START OF A9-ARREARS-WORK = ZERO
006130             MOVE A9-RUN-DATE
006140                 TO OAR-EXCESS-START OF A9-ARREARS-WORK
006150             ADD 1 TO A9-NEW-EXCESS-COUNT
006160             MOVE 'NEW EXCESS' TO A9-ACTION
006170         END-IF
006180         PERFORM 2200-COUNT-DAYS THRU 2200-EXIT
006190         ADD 1 TO A9-EXCESS-COUNT
006200     ELSE
006210         IF OAR-EXCESS-START OF A9-ARREARS-WORK NOT = ZERO
006220             ADD 1 TO A9-CURED-COUNT
006230             MOVE 'CURED' TO A9-ACTION
006240             MOVE 'Y' TO A9-LDG-CURED-SW (A9-LDG-LOOKUP-IDX)
006250         END-IF
006260         MOVE ZERO TO OAR-EXCESS OF A9-ARREARS-WORK
006270                      OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK
006280                      OAR-EXCESS-START OF A9-ARREARS-WORK
006290     END-IF.
006300     PERFORM 2300-GRADE-ACCOUNT THRU 2300-EXIT.
006310     MOVE A9-ARREARS-WORK TO A9-LDG-IMAGE (A9-LDG-LOOKUP-IDX).
006320     IF OAR-EXCESS-START OF A9-ARREARS-WORK NOT = ZERO
006330        OR A9-ACTION NOT = SPACES
006340         PERFORM 2800-REPORT-ACCOUNT THRU 2800-EXIT
006350     END-IF.
006360 2000-READ-NEXT.
006370     PERFORM 9300-READ-CUSTSNPF THRU 9300-EXIT.
006380 2000-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410 2100-LOOKUP-LEDGER.
006420*-----------------------------------------------------------------
006430     MOVE 'N' TO A9-LEDGER-FOUND-SW.
006440     IF A9-LEDGER-COUNT = ZERO
006450         GO TO 2100-EXIT
006460     END-IF.
006470     SET A9-LDG-LOOKUP-IDX TO 1.
006480     PERFORM 2110-SCAN-LEDGER THRU 2110-EXIT
006490         UNTIL A9-LDG-LOOKUP-IDX > A9-LEDGER-COUNT
006500            OR A9-LEDGER-FOUND.
006510 2100-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540 2110-SCAN-LEDGER.
006550*-----------------------------------------------------------------
006560     MOVE A9-LDG-IMAGE (A9-LDG-LOOKUP-IDX) TO A9-ARREARS-WORK.
006570     IF OAR-HZAB OF A9-ARREARS-WORK = CSS-HZAB
006580        AND OAR-HZAN OF A9-ARREARS-WORK = CSS-HZAN
006590        AND OAR-HZAS OF A9-ARREARS-WORK = CSS-HZAS
006600         SET A9-LEDGER-FOUND TO TRUE
006610     ELSE
006620         SET A9-LDG-LOOKUP-IDX UP BY 1
006630     END-IF.
006640 2110-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670 2150-START-LEDGER-ENTRY.
006680*-----------------------------------------------------------------
006690     IF A9-LEDGER-COUNT NOT < 3000
006700         DISPLAY 'ESB099A: ARREARS LEDGER FULL AT '
006710             CSS-HZAB CSS-HZAN CSS-HZAS ' - RUN REFUSED'
006720         MOVE 8 TO RETURN-CODE
006730         STOP RUN
006740     END-IF.
006750     ADD 1 TO A9-LEDGER-COUNT.
006760     SET A9-LDG-LOOKUP-IDX TO A9-LEDGER-COUNT.
006770     MOVE SPACES TO A9-ARREARS-WORK.
006780     MOVE CSS-HZAB TO OAR-HZAB OF A9-ARREARS-WORK.
006790     MOVE CSS-HZAN TO OAR-HZAN OF A9-ARREARS-WORK.
006800     MOVE CSS-HZAS TO OAR-HZAS OF A9-ARREARS-WORK.
006810     MOVE ZERO TO OAR-HZODL OF A9-ARREARS-WORK
006820                  OAR-EXPOSURE OF A9-ARREARS-WORK
006830                  OAR-EXCESS OF A9-ARREARS-WORK
006840                  OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK
006850                  OAR-EXCESS-START OF A9-ARREARS-WORK
006860                  OAR-LAST-SEEN OF A9-ARREARS-WORK
006870                  OAR-PRIOR-GRADE OF A9-ARREARS-WORK
006880                  OAR-PROVISION-HELD OF A9-ARREARS-WORK
006890                  OAR-PROVISION-DATE OF A9-ARREARS-WORK
006900                  OAR-LOSS-DATE OF A9-ARREARS-WORK.
006910     MOVE 1 TO OAR-GRADE OF A9-ARREARS-WORK.
006920     MOVE A9-ARREARS-WORK TO A9-LDG-IMAGE (A9-LDG-LOOKUP-IDX).
006930     MOVE 'N' TO A9-LDG-MATCHED-SW (A9-LDG-LOOKUP-IDX).
006940     MOVE 'N' TO A9-LDG-CURED-SW (A9-LDG-LOOKUP-IDX).
006950     SET A9-LEDGER-FOUND TO TRUE.
006960 2150-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990 2200-COUNT-DAYS.
007000*-----------------------------------------------------------------
007010*    CONSECUTIVE CALENDAR DAYS, THE FIRST NIGHT IN EXCESS BEING
007020*    DAY ONE, SO WEEKENDS AND HOLIDAYS COUNT.
007030     COMPUTE A9-START-JULIAN = FUNCTION INTEGER-OF-DATE
007040         (OAR-EXCESS-START OF A9-ARREARS-WORK).
007050     COMPUTE A9-NEXT-JULIAN =
007060         FUNCTION INTEGER-OF-DATE(A9-RUN-DATE).
007070     IF A9-NEXT-JULIAN < A9-START-JULIAN
007080         MOVE 1 TO OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK
007090     ELSE
007100         COMPUTE OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK =
007110             A9-NEXT-JULIAN - A9-START-JULIAN + 1
007120     END-IF.
007130 2200-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160 2300-GRADE-ACCOUNT.
007170*-----------------------------------------------------------------
007180*    THE HIGHEST GRADE WHOSE MINIMUM DAYS THE ACCOUNT HAS REACHED.
007190*    THE DATE AN ACCOUNT FIRST REACHES LOSS IS KEPT UNTIL IT
007200*    LEAVES THAT GRADE.
007210     MOVE 1 TO A9-NEW-GRADE.
007220     MOVE 2 TO A9-GRADE-SUB.
007230     PERFORM 2310-TEST-ONE-GRADE THRU 2310-EXIT
007240         UNTIL A9-GRADE-SUB > 5.
007250     MOVE A9-NEW-GRADE TO OAR-GRADE OF A9-ARREARS-WORK.
007260     IF OAR-LOSS OF A9-ARREARS-WORK
007270         IF OAR-LOSS-DATE OF A9-ARREARS-WORK = ZERO
007280             MOVE A9-RUN-DATE TO OAR-LOSS-DATE OF A9-ARREARS-WORK
007290             IF A9-ACTION = SPACES
007300                 MOVE 'LOSS GRADE' TO A9-ACTION
007310             END-IF
007320         END-IF
007330     ELSE
007340         MOVE ZERO TO OAR-LOSS-DATE OF A9-ARREARS-WORK
007350     END-IF.
007360 2300-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------------
007390 2310-TEST-ONE-GRADE.
007400*-----------------------------------------------------------------
007410     IF OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK > ZERO
007420        AND OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK NOT <
007430             ARP-GRADE-MIN-DAYS OF A9-PARAM-WORK (A9-GRADE-SUB)
007440         MOVE A9-GRADE-SUB TO A9-NEW-GRADE
007450     END-IF.
007460     ADD 1 TO A9-GRADE-SUB.
007470 2310-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500 2800-REPORT-ACCOUNT.
007510*-----------------------------------------------------------------
007520     MOVE OAR-HZAB OF A9-ARREARS-WORK TO A9-DTL-BRANCH.
007530     MOVE OAR-HZAN OF A9-ARREARS-WORK TO A9-DTL-ACCOUNT.
007540     MOVE OAR-HZAS OF A9-ARREARS-WORK TO A9-DTL-SUBACCT.
007550     MOVE OAR-HZCUS OF A9-ARREARS-WORK TO A9-DTL-HZCUS.
007560     MOVE OAR-CCY OF A9-ARREARS-WORK TO A9-DTL-CCY.
007570     MOVE OAR-HZODL OF A9-ARREARS-WORK TO A9-DTL-LIMIT.
007580     MOVE OAR-EXPOSURE OF A9-ARREARS-WORK TO A9-DTL-EXPOSURE.
007590     MOVE OAR-EXCESS OF A9-ARREARS-WORK TO A9-DTL-EXCESS.
007600     MOVE OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK TO A9-DTL-DAYS.
007610     MOVE OAR-GRADE OF A9-ARREARS-WORK TO A9-GRADE-SUB.
007620     MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
007630         TO A9-DTL-GRADE.
007640     MOVE A9-ACTION TO A9-DTL-ACTION.
007650     MOVE A9-DETAIL-LINE TO ARRRPT-RECORD.
007660     WRITE ARRRPT-RECORD.
007670 2800-EXIT.
007680     EXIT.
007690*-----------------------------------------------------------------
007700 3000-CARRY-UNMATCHED.
007710*-----------------------------------------------------------------
007720*    AN ACCOUNT MISSING FROM TONIGHT'S SNAPSHOT KEEPS ITS LAST
007730*    KNOWN POSITION; IF IT WAS IN EXCESS ITS DAYS STILL RUN ON
007740*    FROM THE DATE THE EXCESS STARTED AND IT IS REGRADED.
007750     IF A9-LEDGER-COUNT = ZERO
007760         GO TO 3000-EXIT
007770     END-IF.
007780     SET A9-LDG-IDX TO 1.
007790     PERFORM 3100-CARRY-ONE-ENTRY THRU 3100-EXIT
007800         UNTIL A9-LDG-IDX > A9-LEDGER-COUNT.
007810 3000-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------------
007840 3100-CARRY-ONE-ENTRY.
007850*-----------------------------------------------------------------
007860     IF A9-LDG-MATCHED-SW (A9-LDG-IDX) NOT = 'Y'
007870         ADD 1 TO A9-CARRY-COUNT
007880         MOVE A9-LDG-IMAGE (A9-LDG-IDX) TO A9-ARREARS-WORK
007890         IF OAR-EXCESS-START OF A9-ARREARS-WORK NOT = ZERO
007900             MOVE SPACES TO A9-ACTION
007910             PERFORM 2200-COUNT-DAYS THRU 2200-EXIT
007920             PERFORM 2300-GRADE-ACCOUNT THRU 2300-EXIT
007930             ADD 1 TO A9-EXCESS-COUNT
007940             MOVE A9-ARREARS-WORK TO A9-LDG-IMAGE (A9-LDG-IDX)
007950             MOVE 'NOT SEEN' TO A9-ACTION
007960             PERFORM 2800-REPORT-ACCOUNT THRU 2800-EXIT
007970         END-IF
007980     END-IF.
007990     SET A9-LDG-IDX UP BY 1.
008000 3100-EXIT.
008010     EXIT.
008020*-----------------------------------------------------------------
008030 4000-MONTH-END-PROVISION.
008040*-----------------------------------------------------------------
008050*    EACH ACCOUNT'S REQUIRED PROVISION IS ITS EXPOSURE AT THE
008060*    PERCENTAGE OF TONIGHT'S GRADE.  WHAT WAS BOOKED LAST MONTH
008070*    SITS ON THE ALLOWANCE ACCOUNT OF THE GRADE IT WAS BOOKED
008080*    UNDER, SO THE MOVEMENT PER GRADE AND CURRENCY IS THE
008090*    REQUIRED TOTAL OF THAT GRADE LESS THE TOTAL BOOKED UNDER IT.
008100     MOVE ZERO TO A9-BUCKET-COUNT.
008110     INITIALIZE A9-MATRIX.
008120     MOVE SPACES TO ARRRPT-RECORD.
008130     WRITE ARRRPT-RECORD.
008140     MOVE SPACES TO A9-SECTION-LINE.
008150     MOVE 'GRADE MOVEMENTS SINCE LAST MONTH END'
008160         TO A9-SEC-TITLE.
008170     MOVE A9-SECTION-LINE TO ARRRPT-RECORD.
008180     WRITE ARRRPT-RECORD.
008190     MOVE A9-MOVE-COLUMN-LINE TO ARRRPT-RECORD.
008200     WRITE ARRRPT-RECORD.
008210     IF A9-LEDGER-COUNT > ZERO
008220         SET A9-LDG-IDX TO 1
008230         PERFORM 4100-PROVISION-ONE-ACCOUNT THRU 4100-EXIT
008240             UNTIL A9-LDG-IDX > A9-LEDGER-COUNT
008250     END-IF.
008260     PERFORM 4300-PRINT-MATRIX THRU 4300-EXIT.
008270     PERFORM 4500-POST-MOVEMENTS THRU 4500-EXIT.
008280     PERFORM 4700-LIST-WRITE-OFFS THRU 4700-EXIT.
008290 4000-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------------
008320 4100-PROVISION-ONE-ACCOUNT.
008330*-----------------------------------------------------------------
008340     MOVE A9-LDG-IMAGE (A9-LDG-IDX) TO A9-ARREARS-WORK.
008350     MOVE OAR-GRADE OF A9-ARREARS-WORK TO A9-GRADE-SUB.
008360     COMPUTE A9-REQUIRED ROUNDED =
008370         OAR-EXPOSURE OF A9-ARREARS-WORK
008380         * ARP-GRADE-PCT OF A9-PARAM-WORK (A9-GRADE-SUB) / 100.
008390     COMPUTE A9-ROW-SUB = OAR-PRIOR-GRADE OF A9-ARREARS-WORK + 1.
008400     ADD 1 TO A9-MTX-CELL (A9-ROW-SUB, A9-GRADE-SUB).
008410     IF OAR-PRIOR-GRADE OF A9-ARREARS-WORK > ZERO
008420        AND OAR-PROVISION-HELD OF A9-ARREARS-WORK > ZERO
008430         MOVE OAR-PRIOR-GRADE OF A9-ARREARS-WORK TO A9-KEY-GRADE
008440         MOVE OAR-CCY OF A9-ARREARS-WORK TO A9-KEY-CCY
008450         PERFORM 4200-FIND-BUCKET THRU 4200-EXIT
008460         IF A9-ENTRY-FOUND
008470             ADD OAR-PROVISION-HELD OF A9-ARREARS-WORK
008480                 TO A9-BKT-BOOKED (A9-BKT-LOOKUP-IDX)
008490         END-IF
008500     END-IF.
008510     MOVE OAR-GRADE OF A9-ARREARS-WORK TO A9-KEY-GRADE.
008520     MOVE OAR-CCY OF A9-ARREARS-WORK TO A9-KEY-CCY.
008530     PERFORM 4200-FIND-BUCKET THRU 4200-EXIT.
008540     IF A9-ENTRY-FOUND
008550         ADD 1 TO A9-BKT-ACCOUNTS (A9-BKT-LOOKUP-IDX)
008560         ADD A9-REQUIRED TO A9-BKT-REQUIRED (A9-BKT-LOOKUP-IDX)
008570     END-IF.
008580     IF OAR-PRIOR-GRADE OF A9-ARREARS-WORK NOT =
008590             OAR-GRADE OF A9-ARREARS-WORK
008600         PERFORM 4150-REPORT-MOVEMENT THRU 4150-EXIT
008610     END-IF.
008620     IF A9-GL-READY
008630         MOVE A9-REQUIRED TO OAR-PROVISION-HELD OF A9-ARREARS-WORK
008640         MOVE A9-RUN-DATE TO OAR-PROVISION-DATE OF A9-ARREARS-WORK
008650         MOVE OAR-GRADE OF A9-ARREARS-WORK
008660             TO OAR-PRIOR-GRADE OF A9-ARREARS-WORK
008670         MOVE A9-ARREARS-WORK TO A9-LDG-IMAGE (A9-LDG-IDX)
008680     END-IF.
008690     SET A9-LDG-IDX UP BY 1.
008700 4100-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------------
008730 4150-REPORT-MOVEMENT.
008740*-----------------------------------------------------------------
008750     ADD 1 TO A9-MOVED-COUNT.
008760     MOVE OAR-HZAB OF A9-ARREARS-WORK TO A9-MVL-BRANCH.
008770     MOVE OAR-HZAN OF A9-ARREARS-WORK TO A9-MVL-ACCOUNT.
008780     MOVE OAR-HZAS OF A9-ARREARS-WORK TO A9-MVL-SUBACCT.
008790     MOVE OAR-HZCUS OF A9-ARREARS-WORK TO A9-MVL-HZCUS.
008800     IF OAR-PRIOR-GRADE OF A9-ARREARS-WORK = ZERO
008810         MOVE 'NEW' TO A9-MVL-FROM
008820     ELSE
008830         MOVE OAR-PRIOR-GRADE OF A9-ARREARS-WORK TO A9-ROW-SUB
008840         MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-ROW-SUB)
008850             TO A9-MVL-FROM
008860     END-IF.
008870     MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
008880         TO A9-MVL-TO.
008890     MOVE OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK TO A9-MVL-DAYS.
008900     MOVE OAR-EXPOSURE OF A9-ARREARS-WORK TO A9-MVL-EXPOSURE.
008910     MOVE A9-REQUIRED TO A9-MVL-REQUIRED.
008920     MOVE A9-MOVE-LINE TO ARRRPT-RECORD.
008930     WRITE ARRRPT-RECORD.
008940 4150-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970 4200-FIND-BUCKET.
008980*-----------------------------------------------------------------
008990     MOVE 'N' TO A9-ENTRY-FOUND-SW.
009000     IF A9-BUCKET-COUNT > ZERO
009010         SET A9-BKT-LOOKUP-IDX TO 1
009020         PERFORM 4210-SCAN-BUCKETS THRU 4210-EXIT
009030             UNTIL A9-BKT-LOOKUP-IDX > A9-BUCKET-COUNT
009040                OR A9-ENTRY-FOUND
009050     END-IF.
009060     IF A9-ENTRY-FOUND
009070         GO TO 4200-EXIT
009080     END-IF.
009082*    A BUCKET THAT CANNOT BE HELD WOULD LEAVE ITS ACCOUNTS MARKED
009084*    AS PROVISIONED WITH NOTHING BOOKED, SO THE RUN STOPS BEFORE
009086*    ANY ACCOUNT'S PROVISION IS SET OR THE LEDGER WRITTEN.
009090     IF A9-BUCKET-COUNT NOT < 50
009100         DISPLAY 'ESB099A: PROVISION TABLE FULL AT GRADE '
009110             A9-KEY-GRADE ' CCY ' A9-KEY-CCY ' - RUN REFUSED'
009120         MOVE 8 TO RETURN-CODE
009130         STOP RUN
009140     END-IF.
009150     ADD 1 TO A9-BUCKET-COUNT.
009160     SET A9-BKT-LOOKUP-IDX TO A9-BUCKET-COUNT.
009170     MOVE A9-KEY-GRADE TO A9-BKT-GRADE (A9-BKT-LOOKUP-IDX).
009180     MOVE A9-KEY-CCY TO A9-BKT-CCY (A9-BKT-LOOKUP-IDX).
009190     MOVE ZERO TO A9-BKT-ACCOUNTS (A9-BKT-LOOKUP-IDX)
009200                  A9-BKT-BOOKED (A9-BKT-LOOKUP-IDX)
009210                  A9-BKT-REQUIRED (A9-BKT-LOOKUP-IDX).
009220     SET A9-ENTRY-FOUND TO TRUE.
009230 4200-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260 4210-SCAN-BUCKETS.
009270*-----------------------------------------------------------------
009280     IF A9-BKT-GRADE (A9-BKT-LOOKUP-IDX) = A9-KEY-GRADE
009290        AND A9-BKT-CCY (A9-BKT-LOOKUP-IDX) = A9-KEY-CCY
009300         SET A9-ENTRY-FOUND TO TRUE
009310     ELSE
009320         SET A9-BKT-LOOKUP-IDX UP BY 1
009330     END-IF.
009340 4210-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370 4300-PRINT-MATRIX.
009380*-----------------------------------------------------------------
009390     MOVE SPACES TO ARRRPT-RECORD.
009400     WRITE ARRRPT-RECORD.
009410     MOVE SPACES TO A9-SECTION-LINE.
009420     MOVE 'GRADE MIGRATION MATRIX (ACCOUNTS)' TO A9-SEC-TITLE.
009430     MOVE A9-SECTION-LINE TO ARRRPT-RECORD.
009440     WRITE ARRRPT-RECORD.
009450     MOVE 1 TO A9-GRADE-SUB.
009460     PERFORM 4310-HEAD-ONE-COLUMN THRU 4310-EXIT
009470         UNTIL A9-GRADE-SUB > 5.
009480     MOVE A9-MATRIX-HEAD-LINE TO ARRRPT-RECORD.
009490     WRITE ARRRPT-RECORD.
009500     MOVE 1 TO A9-ROW-SUB.
009510     PERFORM 4320-PRINT-ONE-ROW THRU 4320-EXIT
009520         UNTIL A9-ROW-SUB > 6.
009530 4300-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------------
009560 4310-HEAD-ONE-COLUMN.
009570*-----------------------------------------------------------------
009580     MOVE SPACES TO A9-MHL-COLUMN (A9-GRADE-SUB).
009590     MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
009600         TO A9-MHL-CODE (A9-GRADE-SUB).
009610     ADD 1 TO A9-GRADE-SUB.
009620 4310-EXIT.
009630     EXIT.
009640*-----------------------------------------------------------------
009650 4320-PRINT-ONE-ROW.
009660*-----------------------------------------------------------------
009670     MOVE SPACES TO A9-MATRIX-LINE.
009680     IF A9-ROW-SUB = 1
009690         MOVE 'NEW' TO A9-MXL-LABEL
009700     ELSE
009710         COMPUTE A9-GRADE-SUB = A9-ROW-SUB - 1
009720         MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
009730             TO A9-MXL-LABEL
009740     END-IF.
009750     MOVE 1 TO A9-GRADE-SUB.
009760     PERFORM 4330-FILL-ONE-CELL THRU 4330-EXIT
009770         UNTIL A9-GRADE-SUB > 5.
009780     MOVE A9-MATRIX-LINE TO ARRRPT-RECORD.
009790     WRITE ARRRPT-RECORD.
009800     ADD 1 TO A9-ROW-SUB.
009810 4320-EXIT.
009820     EXIT.
009830*-----------------------------------------------------------------
009840 4330-FILL-ONE-CELL.
009850*-----------------------------------------------------------------
009860     MOVE A9-MTX-CELL (A9-ROW-SUB, A9-GRADE-SUB)
009870         TO A9-MXL-COUNT (A9-GRADE-SUB).
009880     ADD 1 TO A9-GRADE-SUB.
009890 4330-EXIT.
009900     EXIT.
009910*-----------------------------------------------------------------
009920 4500-POST-MOVEMENTS.
009930*-----------------------------------------------------------------
009940*    A RISE IN A GRADE'S PROVISION IS CHARGED TO THE EXPENSE
009950*    ACCOUNT AND CREDITED TO THE GRADE'S ALLOWANCE ACCOUNT; A
009960*    FALL IS DEBITED TO THE ALLOWANCE AND CREDITED TO THE RELEASE
009970*    ACCOUNT.  ALL LEGS OF THE MONTH GO UNDER ONE PCREF.
009980     MOVE SPACES TO ARRRPT-RECORD.
009990     WRITE ARRRPT-RECORD.
010000     MOVE SPACES TO A9-SECTION-LINE.
010010     MOVE 'PROVISION MOVEMENT BY GRADE' TO A9-SEC-TITLE.
010020     MOVE A9-SECTION-LINE TO ARRRPT-RECORD.
010030     WRITE ARRRPT-RECORD.
010040     MOVE A9-PROV-COLUMN-LINE TO ARRRPT-RECORD.
010050     WRITE ARRRPT-RECORD.
010060     MOVE 1 TO A9-NEW-PCREF-SEQ.
010070     MOVE ZERO TO A9-LEG-SEQ.
010080     MOVE A9-RUN-YEAR  TO A9-NAR-YEAR.
010090     MOVE A9-RUN-MONTH TO A9-NAR-MONTH.
010100     IF A9-BUCKET-COUNT > ZERO
010110         SET A9-BKT-IDX TO 1
010120         PERFORM 4510-POST-ONE-BUCKET THRU 4510-EXIT
010130             UNTIL A9-BKT-IDX > A9-BUCKET-COUNT
010140     END-IF.
010150 4500-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180 4510-POST-ONE-BUCKET.
010190*-----------------------------------------------------------------
010200     MOVE A9-BKT-GRADE (A9-BKT-IDX) TO A9-GRADE-SUB.
010210     COMPUTE A9-MOVEMENT = A9-BKT-REQUIRED (A9-BKT-IDX)
010220                         - A9-BKT-BOOKED (A9-BKT-IDX).
010230     MOVE SPACES TO A9-ACTION.
010240     EVALUATE TRUE
010250         WHEN A9-MOVEMENT = ZERO
010260             MOVE 'NO CHANGE' TO A9-ACTION
010270         WHEN NOT A9-GL-READY
010280             MOVE 'NOT POSTED' TO A9-ACTION
010290         WHEN A9-MOVEMENT > ZERO
010300             MOVE ARP-EXPENSE-BRANCH OF A9-PARAM-WORK
010310                 TO A9-LEG-DR-BRANCH
010320             MOVE ARP-EXPENSE-ACCOUNT OF A9-PARAM-WORK
010330                 TO A9-LEG-DR-ACCOUNT
010340             MOVE ARP-EXPENSE-SUBACCT OF A9-PARAM-WORK
010350                 TO A9-LEG-DR-SUBACCT
010360             MOVE ARP-ALLOW-BRANCH OF A9-PARAM-WORK
010370                     (A9-GRADE-SUB)
010380                 TO A9-LEG-CR-BRANCH
010390             MOVE ARP-ALLOW-ACCOUNT OF A9-PARAM-WORK
010400                     (A9-GRADE-SUB)
010410                 TO A9-LEG-CR-ACCOUNT
010420             MOVE ARP-ALLOW-SUBACCT OF A9-PARAM-WORK
010430                     (A9-GRADE-SUB)
010440                 TO A9-LEG-CR-SUBACCT
010450             MOVE A9-MOVEMENT TO A9-LEG-AMOUNT
010460             MOVE 'PROVISION TOP-UP' TO A9-NAR-TEXT
010470             PERFORM 4600-BUILD-LEG THRU 4600-EXIT
010480             MOVE 'TOP-UP' TO A9-ACTION
010490         WHEN OTHER
010500             MOVE ARP-ALLOW-BRANCH OF A9-PARAM-WORK
010510                     (A9-GRADE-SUB)
010520                 TO A9-LEG-DR-BRANCH
010530             MOVE ARP-ALLOW-ACCOUNT OF A9-PARAM-WORK
010540                     (A9-GRADE-SUB)
010550                 TO A9-LEG-DR-ACCOUNT
010560             MOVE ARP-ALLOW-SUBACCT OF A9-PARAM-WORK
010570                     (A9-GRADE-SUB)
010580                 TO A9-LEG-DR-SUBACCT
010590             MOVE ARP-RELEASE-BRANCH OF A9-PARAM-WORK
010600                 TO A9-LEG-CR-BRANCH
010610             MOVE ARP-RELEASE-ACCOUNT OF A9-PARAM-WORK
010620                 TO A9-LEG-CR-ACCOUNT
010630             MOVE ARP-RELEASE-SUBACCT OF A9-PARAM-WORK
010640                 TO A9-LEG-CR-SUBACCT
010650             COMPUTE A9-LEG-AMOUNT = ZERO - A9-MOVEMENT
010660             MOVE 'PROVISION RELEASE' TO A9-NAR-TEXT
010670             PERFORM 4600-BUILD-LEG THRU 4600-EXIT
010680             MOVE 'RELEASE' TO A9-ACTION
010690     END-EVALUATE.
010700     MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
010710         TO A9-PVL-GRADE.
010720     MOVE A9-BKT-CCY (A9-BKT-IDX) TO A9-PVL-CCY.
010730     MOVE A9-BKT-ACCOUNTS (A9-BKT-IDX) TO A9-PVL-ACCOUNTS.
010740     MOVE ARP-GRADE-PCT OF A9-PARAM-WORK (A9-GRADE-SUB)
010750         TO A9-PVL-PCT.
010760     MOVE A9-BKT-BOOKED (A9-BKT-IDX) TO A9-PVL-BOOKED.
010770     MOVE A9-BKT-REQUIRED (A9-BKT-IDX) TO A9-PVL-REQUIRED.
010780     MOVE A9-MOVEMENT TO A9-PVL-MOVEMENT.
010790     MOVE A9-ACTION TO A9-PVL-ACTION.
010800     MOVE A9-PROV-LINE TO ARRRPT-RECORD.
010810     WRITE ARRRPT-RECORD.
010820     SET A9-BKT-IDX UP BY 1.
010830 4510-EXIT.
010840     EXIT.
010850*-----------------------------------------------------------------
010860 4600-BUILD-LEG.
010870*-----------------------------------------------------------------
010880     ADD 1 TO A9-LEG-SEQ.
010890     ADD 1 TO A9-LEG-COUNT.
010900     ADD 1 TO RST-RECORDS-OUT.
010910     MOVE ARP-GRADE-CODE OF A9-PARAM-WORK (A9-GRADE-SUB)
010920         TO A9-NAR-GRADE.
010930     MOVE A9-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
010940     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
010950     MOVE A9-LEG-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
010960     MOVE A9-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
010970     MOVE ARP-ALLOW-BRANCH OF A9-PARAM-WORK (A9-GRADE-SUB)
010980         TO GZBRNM OF TRANSACTION-REQ-BODY.
010990     MOVE A9-LEG-DR-BRANCH  TO GZAB1 OF TRANSACTION-REQ-BODY.
011000     MOVE A9-LEG-DR-ACCOUNT TO GZAN1 OF TRANSACTION-REQ-BODY.
011010     MOVE A9-LEG-DR-SUBACCT TO GZAS1 OF TRANSACTION-REQ-BODY.
011020     MOVE A9-LEG-CR-BRANCH  TO GZAB2 OF TRANSACTION-REQ-BODY.
011030     MOVE A9-LEG-CR-ACCOUNT TO GZAN2 OF TRANSACTION-REQ-BODY.
011040     MOVE A9-LEG-CR-SUBACCT TO GZAS2 OF TRANSACTION-REQ-BODY.
011050     MOVE A9-LEG-AMOUNT TO A9-AMOUNT-NUMERIC.
011060     MOVE A9-AMOUNT-TEXT TO GZAMA1 OF TRANSACTION-REQ-BODY.
011070     MOVE A9-AMOUNT-TEXT TO GZAMA2 OF TRANSACTION-REQ-BODY.
011080     MOVE ARP-TCD-DEBIT OF A9-PARAM-WORK
011090         TO GZTCD1 OF TRANSACTION-REQ-BODY.
011100     MOVE ARP-TCD-CREDIT OF A9-PARAM-WORK
011110         TO GZTCD2 OF TRANSACTION-REQ-BODY.
011120     MOVE A9-BKT-CCY (A9-BKT-IDX)
011130         TO GZCCY1 OF TRANSACTION-REQ-BODY.
011140     MOVE A9-BKT-CCY (A9-BKT-IDX)
011150         TO GZCCY2 OF TRANSACTION-REQ-BODY.
011160     MOVE A9-NARRATIVE-WORK TO GZNR1 OF TRANSACTION-REQ-BODY.
011170     PERFORM 4610-STAMP-CHECK-DIGITS THRU 4610-EXIT.
011180     MOVE TRANSACTION-REQ TO PROVGENF-RECORD.
011190     WRITE PROVGENF-RECORD.
011200 4600-EXIT.
011210     EXIT.
011220*-----------------------------------------------------------------
011230 4610-STAMP-CHECK-DIGITS.
011240*-----------------------------------------------------------------
011250*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
011260*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C), SO IT
011270*    PASSES THE CHECK-DIGIT VALIDATION ON ITS WAY TO EQUATION.
011280     MOVE SPACES TO A9-CHECKSUM-SOURCE.
011290     STRING GZAB1 OF TRANSACTION-REQ-BODY
011300            GZAN1 OF TRANSACTION-REQ-BODY
011310            GZAS1 OF TRANSACTION-REQ-BODY
011320            GZAB2 OF TRANSACTION-REQ-BODY
011330            GZAN2 OF TRANSACTION-REQ-BODY
011340            GZAS2 OF TRANSACTION-REQ-BODY
011350         DELIMITED BY SIZE INTO A9-CHECKSUM-SOURCE.
011360     MOVE 26 TO A9-CHECKSUM-LENGTH.
011370     PERFORM 4620-COMPUTE-CHECKSUM THRU 4620-EXIT.
011380     MOVE '0' TO A9-CHK-SIGN.
011390     MOVE A9-CHECKSUM-RESULT TO A9-CHK-VALUE.
011400     MOVE A9-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
011410     MOVE SPACES TO A9-CHECKSUM-SOURCE.
011420     STRING GZAMA1 OF TRANSACTION-REQ-BODY
011430            GZAMA2 OF TRANSACTION-REQ-BODY
011440         DELIMITED BY SIZE INTO A9-CHECKSUM-SOURCE.
011450     MOVE 34 TO A9-CHECKSUM-LENGTH.
011460     PERFORM 4620-COMPUTE-CHECKSUM THRU 4620-EXIT.
011470     MOVE '0' TO A9-CHK-SIGN.
011480     MOVE A9-CHECKSUM-RESULT TO A9-CHK-VALUE.
011490     MOVE A9-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
011500 4610-EXIT.
011510     EXIT.
011520*-----------------------------------------------------------------
011530 4620-COMPUTE-CHECKSUM.
011540*-----------------------------------------------------------------
011550     MOVE ZERO TO A9-CHK-ACCUM.
011560     MOVE 1 TO A9-CHK-WEIGHT.
011570     MOVE 1 TO A9-CHK-BYTE-IDX.
011580     PERFORM 4630-SUM-ONE-BYTE THRU 4630-EXIT
011590         UNTIL A9-CHK-BYTE-IDX > A9-CHECKSUM-LENGTH.
011600     DIVIDE A9-CHK-ACCUM BY 1000 GIVING A9-CHK-QUOTIENT
011610         REMAINDER A9-CHECKSUM-RESULT.
011620 4620-EXIT.
011630     EXIT.
011640*-----------------------------------------------------------------
011650 4630-SUM-ONE-BYTE.
011660*-----------------------------------------------------------------
011670     MOVE A9-CHECKSUM-SOURCE (A9-CHK-BYTE-IDX : 1)
011680         TO A9-CHK-BYTE-WORK.
011690     IF A9-CHK-BYTE-WORK IS NUMERIC
011700         COMPUTE A9-CHK-ACCUM = A9-CHK-ACCUM
011710             + (A9-CHK-DIGIT-WORK * A9-CHK-WEIGHT)
011720         ADD 1 TO A9-CHK-WEIGHT
011730         IF A9-CHK-WEIGHT > 9
011740             MOVE 1 TO A9-CHK-WEIGHT
011750         END-IF
011760     END-IF.
011770     ADD 1 TO A9-CHK-BYTE-IDX.
011780 4630-EXIT.
011790     EXIT.
011800*-----------------------------------------------------------------
011810 4700-LIST-WRITE-OFFS.
011820*-----------------------------------------------------------------
011830*    EVERY ACCOUNT AT THE LOSS GRADE IS A WRITE-OFF CANDIDATE FOR
011840*    CREDIT COMMITTEE; THOSE THAT REACHED LOSS THIS MONTH ARE
011850*    FLAGGED NEW.
011860     MOVE SPACES TO ARRRPT-RECORD.
011870     WRITE ARRRPT-RECORD.
011880     MOVE SPACES TO A9-SECTION-LINE.
011890     MOVE 'WRITE-OFF CANDIDATES FOR CREDIT COMMITTEE'
011900         TO A9-SEC-TITLE.
011910     MOVE A9-SECTION-LINE TO ARRRPT-RECORD.
011920     WRITE ARRRPT-RECORD.
011930     MOVE A9-LOSS-COLUMN-LINE TO ARRRPT-RECORD.
011940     WRITE ARRRPT-RECORD.
011950     IF A9-LEDGER-COUNT > ZERO
011960         SET A9-LDG-IDX TO 1
011970         PERFORM 4710-LIST-ONE-ACCOUNT THRU 4710-EXIT
011980             UNTIL A9-LDG-IDX > A9-LEDGER-COUNT
011990     END-IF.
012000 4700-EXIT.
012010     EXIT.
012020*-----------------------------------------------------------------
012030 4710-LIST-ONE-ACCOUNT.
012040*-----------------------------------------------------------------
012050     MOVE A9-LDG-IMAGE (A9-LDG-IDX) TO A9-ARREARS-WORK.
012060     IF NOT OAR-LOSS OF A9-ARREARS-WORK
012070         GO TO 4710-NEXT
012080     END-IF.
012090     ADD 1 TO A9-LOSS-COUNT.
012100     MOVE OAR-HZAB OF A9-ARREARS-WORK TO A9-LSL-BRANCH.
012110     MOVE OAR-HZAN OF A9-ARREARS-WORK TO A9-LSL-ACCOUNT.
012120     MOVE OAR-HZAS OF A9-ARREARS-WORK TO A9-LSL-SUBACCT.
012130     MOVE OAR-HZCUS OF A9-ARREARS-WORK TO A9-LSL-HZCUS.
012140     MOVE OAR-CCY OF A9-ARREARS-WORK TO A9-LSL-CCY.
012150     MOVE OAR-DAYS-IN-EXCESS OF A9-ARREARS-WORK TO A9-LSL-DAYS.
012160     MOVE OAR-LOSS-DATE OF A9-ARREARS-WORK TO A9-LSL-LOSS-DATE.
012170     MOVE OAR-EXPOSURE OF A9-ARREARS-WORK TO A9-LSL-EXPOSURE.
012180     MOVE OAR-PROVISION-HELD OF A9-ARREARS-WORK TO A9-LSL-HELD.
012190     COMPUTE A9-LOSS-PERIOD =
012200         OAR-LOSS-DATE OF A9-ARREARS-WORK / 100.
012210     IF A9-LOSS-PERIOD = A9-RUN-PERIOD
012220         MOVE 'NEW' TO A9-LSL-NEW
012230     ELSE
012240         MOVE SPACES TO A9-LSL-NEW
012250     END-IF.
012260     MOVE A9-LOSS-LINE TO ARRRPT-RECORD.
012270     WRITE ARRRPT-RECORD.
012280 4710-NEXT.
012290     SET A9-LDG-IDX UP BY 1.
012300 4710-EXIT.
012310     EXIT.
012320*-----------------------------------------------------------------
012330 5000-WRITE-NEW-LEDGER.
012340*-----------------------------------------------------------------
012350*    AN ACCOUNT BACK IN CREDIT WITH NOTHING IN EXCESS AND NO
012360*    PROVISION STILL BOOKED AGAINST IT DROPS OFF THE LEDGER.
012370     IF A9-LEDGER-COUNT = ZERO
012380         GO TO 5000-EXIT
012390     END-IF.
012400     SET A9-LDG-IDX TO 1.
012410     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
012420         UNTIL A9-LDG-IDX > A9-LEDGER-COUNT.
012430 5000-EXIT.
012440     EXIT.
012450*-----------------------------------------------------------------
012460 5100-WRITE-ONE-ENTRY.
012470*-----------------------------------------------------------------
012480     MOVE A9-LDG-IMAGE (A9-LDG-IDX) TO A9-ARREARS-WORK.
012490     IF OAR-EXPOSURE OF A9-ARREARS-WORK = ZERO
012500        AND OAR-EXCESS-START OF A9-ARREARS-WORK = ZERO
012510        AND OAR-PROVISION-HELD OF A9-ARREARS-WORK = ZERO
012520         ADD 1 TO A9-DROPPED-COUNT
012530     ELSE
012540         MOVE A9-ARREARS-WORK TO ARRNEWF-RECORD
012550         WRITE ARRNEWF-RECORD
012560         ADD 1 TO A9-WRITTEN-COUNT
012570     END-IF.
012580     SET A9-LDG-IDX UP BY 1.
012590 5100-EXIT.
012600     EXIT.
012610*-----------------------------------------------------------------
012620 7000-PRINT-SUMMARY.
012630*-----------------------------------------------------------------
012640     MOVE SPACES TO ARRRPT-RECORD.
012650     WRITE ARRRPT-RECORD.
012660     MOVE A9-SNAP-COUNT TO A9-SUM-SNAP.
012670     MOVE A9-WRITTEN-COUNT TO A9-SUM-TRACKED.
012680     MOVE A9-EXCESS-COUNT TO A9-SUM-EXCESS.
012690     MOVE A9-CURED-COUNT TO A9-SUM-CURED.
012700     MOVE A9-CARRY-COUNT TO A9-SUM-CARRY.
012710     MOVE A9-LOSS-COUNT TO A9-SUM-LOSS.
012720     MOVE A9-SUMMARY-LINE TO ARRRPT-RECORD.
012730     WRITE ARRRPT-RECORD.
012740 7000-EXIT.
012750     EXIT.
012760*-----------------------------------------------------------------
012770 8000-TERMINATE.
012780*-----------------------------------------------------------------
012790     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
012800     CLOSE CUSTSNPF.
012810     CLOSE ARRNEWF.
012820     CLOSE ARRRPT.
012830     IF A9-MONTH-END
012840         CLOSE PROVGENF
012850     END-IF.
012860     DISPLAY 'ESB099A: SNAPSHOTS ' A9-SNAP-COUNT
012870         ' TRACKED ' A9-WRITTEN-COUNT
012880         ' DROPPED ' A9-DROPPED-COUNT
012890         ' CARRIED ' A9-CARRY-COUNT.
012900     DISPLAY 'ESB099A: IN EXCESS ' A9-EXCESS-COUNT
012910         ' NEW ' A9-NEW-EXCESS-COUNT
012920         ' CURED ' A9-CURED-COUNT.
012930     IF A9-MONTH-END
012940         DISPLAY 'ESB099A: GRADE MOVES ' A9-MOVED-COUNT
012950             ' PROVISION LEGS ' A9-LEG-COUNT
012960             ' WRITE-OFF CANDIDATES ' A9-LOSS-COUNT
012970     END-IF.
012980 8000-EXIT.
012990     EXIT.
013000*-----------------------------------------------------------------
013010 9100-READ-ARRPRMF.
013020*-----------------------------------------------------------------
013030     READ ARRPRMF
013040         AT END
013050             SET A9-ARRPRMF-EOF TO TRUE
013060     END-READ.
013070 9100-EXIT.
013080     EXIT.
013090*-----------------------------------------------------------------
013100 9200-READ-ARROLDF.
013110*-----------------------------------------------------------------
013120     READ ARROLDF
013130         AT END
013140             SET A9-ARROLDF-EOF TO TRUE
013150     END-READ.
013160 9200-EXIT.
013170     EXIT.
013180*-----------------------------------------------------------------
013190 9300-READ-CUSTSNPF.
013200*-----------------------------------------------------------------
013210     READ CUSTSNPF
013220         AT END
013230             SET A9-CUSTSNPF-EOF TO TRUE
013240     END-READ.
013250 9300-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------------
013280 9900-WRITE-RUN-STATS.
013290*-----------------------------------------------------------------
013300     MOVE 'ESB099A' TO RST-PROGRAM-ID.
013310     MOVE A9-RUN-DATE TO RST-BUSINESS-DATE.
013320     ACCEPT RST-END-TIME FROM TIME.
013330     MOVE '00' TO RST-WORST-STATUS.
013340     IF A9-ARRNEWF-STATUS NOT = '00'
013350         MOVE A9-ARRNEWF-STATUS TO RST-WORST-STATUS
013360     END-IF.
013370     IF A9-PROVGENF-STATUS NOT = '00'
013380         MOVE A9-PROVGENF-STATUS TO RST-WORST-STATUS
013390     END-IF.
013400     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
013410 9900-EXIT.
013420     EXIT.
013430*-----------------------------------------------------------------
013440 9999-EXIT.
013450*-----------------------------------------------------------------
013460     EXIT.
