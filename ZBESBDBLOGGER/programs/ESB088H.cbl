000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB088H
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    UNCLEARED-EFFECTS HOLD MANAGER FOR CHEQUE DEPOSITS.  EVERY
000200*    CREDIT LEG ON THE DAY'S ACCEPTED TRAFFIC (TRANVALF FROM
000210*    ESB028V) WHOSE GZTCD2 IS ON THE MAINTAINED CHEQUE-DEPOSIT
000220*    CODE TABLE HAS AN EQHOLD-REQ BUILT AGAINST THE CREDITED
000230*    ACCOUNT FOR THE DEPOSITED AMOUNT (SPELT OUT ON THE HOLD
000240*    DESCRIPTION; THE E3C HOLD MESSAGE CARRIES NO AMOUNT FIELD)
000250*    WITH THE 'UCE' REASON CODE AND A GZEXD THE PRESENTING
000260*    BANK'S CLEARING DAYS AHEAD, COUNTED IN BUSINESS DAYS ON
000270*    THE COMMON CALENDAR SERVICE (ESB060C).  THE PRESENTING
000280*    BANK AND CHEQUE NUMBER ARE CARRIED ON THE DEPOSIT'S GZDRF2
000290*    (BANK CODE IN BYTES 1-4, CHEQUE NUMBER IN BYTES 5-14).
000300*    EVERY HOLD PLACED IS KEPT ON THE UNCLEARED-EFFECTS
000310*    REGISTER, CARRIED GENERATION OVER GENERATION.  EACH NIGHT
000320*    A HELD ITEM FOUND ON THE ESB061C RETURNS FILE (RETURNSF)
000330*    BY CHEQUE NUMBER AND AMOUNT IS FLAGGED RETURNED AND ITS
000340*    HOLD IS EXTENDED THROUGH THE ESB045H AMENDMENT PATH SO THE
000350*    UNPAID CAN BE DEBITED AGAINST IT; A HELD ITEM WHOSE
000360*    CLEARING DATE HAS ARRIVED WITH NO RETURN HAS ITS ORIGINAL
000370*    HOLD IMAGE HANDED TO ESB001H, WHICH BUILDS THE RELEASE.
000380*    THE DAILY REGISTER IS PRINTED BY BRANCH, SHOWING WHAT IS
000390*    HELD, WHAT WAS RELEASED TODAY AND WHAT WAS RETURNED.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB088H.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CHQCODEF ASSIGN TO CHQCODEF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS H8-CHQCODEF-STATUS.
000540     SELECT UCEOLDF  ASSIGN TO UCEOLDF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS H8-UCEOLDF-STATUS.
000570     SELECT RETURNSF ASSIGN TO RETURNSF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS H8-RETURNSF-STATUS.
000600     SELECT TRANVALF ASSIGN TO TRANVALF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS H8-TRANVALF-STATUS.
000630     SELECT UCENEWF  ASSIGN TO UCENEWF
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS H8-UCENEWF-STATUS.
000660     SELECT UCEHLDF  ASSIGN TO UCEHLDF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS H8-UCEHLDF-STATUS.
000690     SELECT UCERELF  ASSIGN TO UCERELF
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS H8-UCERELF-STATUS.
000720     SELECT HOLDAMDF ASSIGN TO HOLDAMDF
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS H8-HOLDAMDF-STATUS.
000750     SELECT UCERPT   ASSIGN TO UCERPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS H8-UCERPT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CHQCODEF
000810     RECORDING MODE IS F.
000820     COPY "Cheque_Deposit_Code.cpy".
000830 FD  UCEOLDF
000840     RECORDING MODE IS F.
000850     COPY "Uncleared_Effect.cpy".
000860 FD  RETURNSF
000870     RECORDING MODE IS F.
000880     COPY "Clearing_Return.cpy".
000890 FD  TRANVALF
000900     RECORDING MODE IS F.
000910     COPY "Transaction_Req.cpy".
000920 FD  UCENEWF
000930     RECORDING MODE IS F.
000940 01  UCENEWF-RECORD               PIC X(929).
000950 FD  UCEHLDF
000960     RECORDING MODE IS F.
000970 01  UCEHLDF-RECORD               PIC X(818).
000980 FD  UCERELF
000990     RECORDING MODE IS F.
001000 01  UCERELF-RECORD               PIC X(818).
001010 FD  HOLDAMDF
001020     RECORDING MODE IS F.
001030     COPY "Hold_Amendment.cpy".
001040 FD  UCERPT
001050     RECORDING MODE IS F.
001060 01  UCERPT-RECORD                PIC X(132).
001070 WORKING-STORAGE SECTION.
001080 01  H8-CHQCODEF-STATUS           PIC X(002) VALUE '00'.
001090     88 H8-CHQCODEF-OK                       VALUE '00'.
001100 01  H8-UCEOLDF-STATUS            PIC X(002) VALUE '00'.
001110     88 H8-UCEOLDF-OK                        VALUE '00'.
001120 01  H8-RETURNSF-STATUS           PIC X(002) VALUE '00'.
001130     88 H8-RETURNSF-OK                       VALUE '00'.
001140 01  H8-TRANVALF-STATUS           PIC X(002) VALUE '00'.
001150 01  H8-UCENEWF-STATUS            PIC X(002) VALUE '00'.
001160 01  H8-UCEHLDF-STATUS            PIC X(002) VALUE '00'.
001170 01  H8-UCERELF-STATUS            PIC X(002) VALUE '00'.
001180 01  H8-HOLDAMDF-STATUS           PIC X(002) VALUE '00'.
001190 01  H8-UCERPT-STATUS             PIC X(002) VALUE '00'.
001200 01  H8-SWITCHES.
001210     05 H8-CHQCODEF-EOF-SW        PIC X(001) VALUE 'N'.
001220        88 H8-CHQCODEF-EOF                   VALUE 'Y'.
001230     05 H8-UCEOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001240        88 H8-UCEOLDF-EOF                    VALUE 'Y'.
001250     05 H8-RETURNSF-EOF-SW        PIC X(001) VALUE 'N'.
001260        88 H8-RETURNSF-EOF                   VALUE 'Y'.
001270     05 H8-TRANVALF-EOF-SW        PIC X(001) VALUE 'N'.
001280        88 H8-TRANVALF-EOF                   VALUE 'Y'.
001290     05 H8-CODE-FOUND-SW          PIC X(001) VALUE 'N'.
001300        88 H8-CODE-FOUND                     VALUE 'Y'.
001310     05 H8-RETURN-FOUND-SW        PIC X(001) VALUE 'N'.
001320        88 H8-RETURN-FOUND                   VALUE 'Y'.
001330     05 H8-BRANCH-FOUND-SW        PIC X(001) VALUE 'N'.
001340        88 H8-BRANCH-FOUND                   VALUE 'Y'.
001350 01  H8-DATE-TIME.
001360     05 H8-RUN-DATE               PIC 9(008) VALUE ZERO.
001370     05 H8-RUN-TIME               PIC 9(006) VALUE ZERO.
001380 01  H8-COUNTERS.
001390     05 H8-READ-COUNT             PIC 9(007) VALUE ZERO.
001400     05 H8-PLACED-COUNT           PIC 9(007) VALUE ZERO.
001410     05 H8-RELEASED-COUNT         PIC 9(007) VALUE ZERO.
001420     05 H8-RETURNED-COUNT         PIC 9(007) VALUE ZERO.
001430     05 H8-CARRIED-COUNT          PIC 9(007) VALUE ZERO.
001440     05 H8-GEN-SEQ                PIC 9(006) VALUE ZERO.
001450*    RELEASE AND EXTENSION PARAMETERS.  A RETURNED CHEQUE'S HOLD
001460*    IS PUSHED OUT THIS MANY CALENDAR DAYS (ROLLED TO A BUSINESS
001470*    DAY) SO THE UNPAID CAN BE RECOVERED BEFORE IT LAPSES.
001480 01  H8-HOLD-PARMS.
001490     05 H8-HOLD-REASON            PIC X(003) VALUE 'UCE'.
001500     05 H8-HOLD-USER              PIC X(010) VALUE 'ESBX'.
001510     05 H8-RETURN-EXTEND-DAYS     PIC 9(003) VALUE 030.
001520*    THE HOLDS CARRY THEIR OWN PCREF BATCH, TAGGED 'U', AND A
001530*    HOLD NUMBER IN THE '1' BAND SO THEY NEVER COLLIDE WITH A
001540*    HOLD KEYED AT THE BRANCH.
001550 01  H8-NEW-PCREF.
001560     05 H8-NEW-PCREF-DATE         PIC 9(008).
001570     05 H8-NEW-PCREF-TAG          PIC X(001) VALUE 'U'.
001580     05 H8-NEW-PCREF-SEQ          PIC 9(006).
001590 01  H8-HOLD-NUMBER.
001600     05 H8-HOLD-NUMBER-BAND       PIC X(001) VALUE '1'.
001610     05 H8-HOLD-NUMBER-SEQ        PIC 9(004) VALUE ZERO.
001620 01  H8-HOLD-NUMBER-TEXT REDEFINES H8-HOLD-NUMBER.
001630     05 FILLER                    PIC X(001).
001640     05 H8-HOLD-NUMBER-DIGITS     PIC X(004).
001650 01  H8-LAST-HOLD-SEQ             PIC 9(004) VALUE ZERO.
001660 01  H8-DRAWER-REF.
001670     05 H8-DRF-BANK               PIC X(004).
001680     05 H8-DRF-CHEQUE             PIC X(010).
001690     05 FILLER                    PIC X(002).
001700 01  H8-DATE-TEXT.
001710     05 H8-DATE-TEXT-SIGN         PIC X(001) VALUE '0'.
001720     05 H8-DATE-TEXT-DATE         PIC 9(008) VALUE ZERO.
001730 01  H8-LEG-AMOUNT                PIC 9(015)V99 VALUE ZERO.
001740 01  H8-AMOUNT-WORK.
001750     05 H8-AMOUNT-TEXT            PIC X(017).
001760     05 H8-AMOUNT-NUMERIC REDEFINES H8-AMOUNT-TEXT
001770                                  PIC 9(015)V99.
001780 01  H8-AMOUNT-EDIT               PIC Z(013)9.99 VALUE ZERO.
001790 01  H8-CLEARING-DAYS             PIC 9(002) VALUE ZERO.
001800 01  H8-DAY-COUNT                 PIC 9(003) VALUE ZERO.
001810 01  H8-WORK-DATE                 PIC 9(008) VALUE ZERO.
001820 01  H8-WORK-JULIAN               PIC 9(007) COMP VALUE ZERO.
001830 01  H8-CODE-COUNT                PIC 9(004) COMP VALUE ZERO.
001840 01  H8-CODE-TABLE.
001850     05 H8-CDC-ENTRY OCCURS 200 TIMES
001860        INDEXED BY H8-CDC-IDX, H8-CDC-LOOKUP-IDX.
001870        10 H8-CDC-TCD             PIC X(003).
001880        10 H8-CDC-BANK            PIC X(004).
001890        10 H8-CDC-DAYS            PIC 9(002).
001900 01  H8-RETURN-COUNT              PIC 9(004) COMP VALUE ZERO.
001910 01  H8-RETURN-TABLE.
001920     05 H8-RTN-ENTRY OCCURS 2000 TIMES
001930        INDEXED BY H8-RTN-IDX, H8-RTN-LOOKUP-IDX.
001940        10 H8-RTN-CHEQUE          PIC X(010).
001950        10 H8-RTN-AMOUNT          PIC 9(013)V99.
001960        10 H8-RTN-REASON          PIC X(002).
001970*    THE REGISTER IS HELD IN FULL WHILE THE NIGHT'S RETURNS,
001980*    RELEASES AND NEW DEPOSITS ARE APPLIED; AN ENTRY NOT KEPT IS
001986*    DROPPED FROM THE NEW GENERATION.  A REGISTER OR RETURNS FILE
001992*    TOO BIG FOR ITS TABLE STOPS THE RUN.
002000 01  H8-REG-COUNT                 PIC 9(004) COMP VALUE ZERO.
002010 01  H8-REG-TABLE.
002020     05 H8-REG-ENTRY OCCURS 2000 TIMES
002030        INDEXED BY H8-REG-IDX, H8-REG-LOOKUP-IDX.
002040        10 H8-REG-IMAGE           PIC X(929).
002050        10 H8-REG-KEEP-SW         PIC X(001).
002060 01  H8-BRANCH-COUNT              PIC 9(004) COMP VALUE ZERO.
002070 01  H8-BRANCH-TABLE.
002080     05 H8-BRN-ENTRY OCCURS 500 TIMES
002090        INDEXED BY H8-BRN-IDX, H8-BRN-LOOKUP-IDX.
002100        10 H8-BRN-BRANCH          PIC X(004).
002110 01  H8-BRANCH-TOTALS.
002120     05 H8-TOT-HELD-COUNT         PIC 9(007) VALUE ZERO.
002130     05 H8-TOT-HELD-AMOUNT        PIC 9(015)V99 VALUE ZERO.
002140     05 H8-TOT-REL-COUNT          PIC 9(007) VALUE ZERO.
002150     05 H8-TOT-REL-AMOUNT         PIC 9(015)V99 VALUE ZERO.
002160     05 H8-TOT-RTN-COUNT          PIC 9(007) VALUE ZERO.
002170     05 H8-TOT-RTN-AMOUNT         PIC 9(015)V99 VALUE ZERO.
002180 01  H8-HEADING-LINE.
002190     05 FILLER                    PIC X(037)
002200            VALUE 'UNCLEARED EFFECTS REGISTER           '.
002210     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002220     05 H8-HDG-DATE               PIC 9(008).
002230     05 FILLER                    PIC X(082) VALUE SPACES.
002240 01  H8-BRANCH-LINE.
002250     05 FILLER                    PIC X(007) VALUE 'BRANCH '.
002260     05 H8-BRL-BRANCH             PIC X(004).
002270     05 FILLER                    PIC X(121) VALUE SPACES.
002280 01  H8-DETAIL-LINE.
002290     05 FILLER                    PIC X(002) VALUE SPACES.
002300     05 H8-DTL-ACCOUNT            PIC X(006).
002310     05 FILLER                    PIC X(001) VALUE SPACES.
002320     05 H8-DTL-SUBACCT            PIC X(003).
002330     05 FILLER                    PIC X(002) VALUE SPACES.
002340     05 H8-DTL-CHEQUE             PIC X(010).
002350     05 FILLER                    PIC X(002) VALUE SPACES.
002360     05 H8-DTL-BANK               PIC X(004).
002370     05 FILLER                    PIC X(002) VALUE SPACES.
002380     05 H8-DTL-AMOUNT             PIC Z(012)9.99.
002390     05 FILLER                    PIC X(001) VALUE SPACES.
002400     05 H8-DTL-CCY                PIC X(003).
002410     05 FILLER                    PIC X(002) VALUE SPACES.
002420     05 H8-DTL-DEPOSIT-DATE       PIC 9(008).
002430     05 FILLER                    PIC X(002) VALUE SPACES.
002440     05 H8-DTL-CLEAR-DATE         PIC 9(008).
002450     05 FILLER                    PIC X(002) VALUE SPACES.
002460     05 H8-DTL-STATUS             PIC X(022).
002470     05 FILLER                    PIC X(002) VALUE SPACES.
002480     05 H8-DTL-HOLD-NO            PIC X(005).
002490     05 FILLER                    PIC X(029) VALUE SPACES.
002500 01  H8-TOTAL-LINE.
002510     05 FILLER                    PIC X(009) VALUE '  HELD   '.
002520     05 H8-TTL-HELD-COUNT         PIC ZZZZZ9.
002530     05 FILLER                    PIC X(001) VALUE SPACES.
002540     05 H8-TTL-HELD-AMOUNT        PIC Z(012)9.99.
002550     05 FILLER                    PIC X(012) VALUE '  RELEASED  '.
002560     05 H8-TTL-REL-COUNT          PIC ZZZZZ9.
002570     05 FILLER                    PIC X(001) VALUE SPACES.
002580     05 H8-TTL-REL-AMOUNT         PIC Z(012)9.99.
002590     05 FILLER                    PIC X(012) VALUE '  RETURNED  '.
002600     05 H8-TTL-RTN-COUNT          PIC ZZZZZ9.
002610     05 FILLER                    PIC X(001) VALUE SPACES.
002620     05 H8-TTL-RTN-AMOUNT         PIC Z(012)9.99.
002630     05 FILLER                    PIC X(030) VALUE SPACES.
002640 01  H8-SUMMARY-LINE.
002650     05 FILLER                    PIC X(012) VALUE 'LEGS READ   '.
002660     05 H8-SUM-READ               PIC ZZZZZZ9.
002670     05 FILLER                    PIC X(009) VALUE '  PLACED '.
002680     05 H8-SUM-PLACED             PIC ZZZZZZ9.
002690     05 FILLER                    PIC X(011)
002700            VALUE '  RELEASED '.
002710     05 H8-SUM-RELEASED           PIC ZZZZZZ9.
002720     05 FILLER                    PIC X(011)
002730            VALUE '  RETURNED '.
002740     05 H8-SUM-RETURNED           PIC ZZZZZZ9.
002750     05 FILLER                    PIC X(010) VALUE '  CARRIED '.
002760     05 H8-SUM-CARRIED            PIC ZZZZZZ9.
002770     05 FILLER                    PIC X(044) VALUE SPACES.
002780 COPY "Date_Service.cpy".
002790 COPY "Run_Statistics.cpy".
002800 COPY "EQ_HOLD_REQ.cpy".
002810 COPY "Uncleared_Effect.cpy"
002820     REPLACING UNCLEARED-EFFECT-RECORD BY H8-UCE-WORK.
002825 COPY "Business_Date_Service.cpy".
002830 PROCEDURE DIVISION.
002840*-----------------------------------------------------------------
002850 0000-MAINLINE.
002860*-----------------------------------------------------------------
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-AGE-REGISTER THRU 2000-EXIT.
002890     PERFORM 3000-WORK-ONE-LEG THRU 3000-EXIT
002900         UNTIL H8-TRANVALF-EOF.
002910     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
002920     PERFORM 7000-PRINT-REGISTER THRU 7000-EXIT.
002930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002940     STOP RUN.
002950*-----------------------------------------------------------------
002960 1000-INITIALIZE.
002970*-----------------------------------------------------------------
002980     ACCEPT H8-RUN-DATE FROM DATE YYYYMMDD.
002981     MOVE SPACES TO BUSINESS-DATE-AREA.
002982     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002983     EVALUATE TRUE
002984         WHEN BDS-OK
002985             MOVE BDS-BUSINESS-DATE TO H8-RUN-DATE
002986         WHEN BDS-NOT-STARTED
002987             DISPLAY 'ESB088H: BUSINESS DATE NOT STARTED -'
002988                 ' RUN REFUSED'
002989             MOVE 8 TO RETURN-CODE
002990             STOP RUN
002991         WHEN OTHER
002992             CONTINUE
002993     END-EVALUATE.
002994     ACCEPT H8-RUN-TIME FROM TIME.
003000     ACCEPT RST-START-TIME FROM TIME.
003010     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003020                  RST-REJECT-COUNT.
003030     OPEN INPUT CHQCODEF.
003040     IF H8-CHQCODEF-OK
003050         PERFORM 9100-READ-CHQCODEF THRU 9100-EXIT
003060     ELSE
003070         DISPLAY 'ESB088H: NO CHEQUE DEPOSIT CODE TABLE '
003080             H8-CHQCODEF-STATUS
003090         SET H8-CHQCODEF-EOF TO TRUE
003100     END-IF.
003110     PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT
003120         UNTIL H8-CHQCODEF-EOF.
003130     CLOSE CHQCODEF.
003140     OPEN INPUT UCEOLDF.
003150     IF H8-UCEOLDF-OK
003160         PERFORM 9200-READ-UCEOLDF THRU 9200-EXIT
003170     ELSE
003180         SET H8-UCEOLDF-EOF TO TRUE
003190     END-IF.
003200     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
003210         UNTIL H8-UCEOLDF-EOF.
003220     CLOSE UCEOLDF.
003230     OPEN INPUT RETURNSF.
003240     IF H8-RETURNSF-OK
003250         PERFORM 9300-READ-RETURNSF THRU 9300-EXIT
003260     ELSE
003270         SET H8-RETURNSF-EOF TO TRUE
003280     END-IF.
003290     PERFORM 1300-LOAD-RETURNS THRU 1300-EXIT
003300         UNTIL H8-RETURNSF-EOF.
003310     CLOSE RETURNSF.
003320     OPEN INPUT  TRANVALF.
003330     OPEN OUTPUT UCENEWF.
003340     OPEN OUTPUT UCEHLDF.
003350     OPEN OUTPUT UCERELF.
003360     OPEN OUTPUT HOLDAMDF.
003370     OPEN OUTPUT UCERPT.
003380     MOVE H8-RUN-DATE TO H8-HDG-DATE.
003390     MOVE H8-HEADING-LINE TO UCERPT-RECORD.
003400     WRITE UCERPT-RECORD.
003410     PERFORM 9400-READ-TRANVALF THRU 9400-EXIT.
003420 1000-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450 1100-LOAD-CODE-TABLE.
003460*-----------------------------------------------------------------
003470     IF H8-CODE-COUNT NOT < 200
003480         DISPLAY 'ESB088H: CODE TABLE FULL - RUN REFUSED'
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003530     END-IF.
003531     ADD 1 TO H8-CODE-COUNT.
003532     SET H8-CDC-IDX TO H8-CODE-COUNT.
003533     MOVE CDC-TCD           TO H8-CDC-TCD (H8-CDC-IDX).
003534     MOVE CDC-PRESENT-BANK  TO H8-CDC-BANK (H8-CDC-IDX).
003535     MOVE CDC-CLEARING-DAYS TO H8-CDC-DAYS (H8-CDC-IDX).
003540     PERFORM 9100-READ-CHQCODEF THRU 9100-EXIT.
003550 1100-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580 1200-LOAD-REGISTER.
003590*-----------------------------------------------------------------
003600*    AN ENTRY LEFT OUT WOULD VANISH FROM THE NEW GENERATION, SO
003610*    A FULL TABLE STOPS THE RUN BEFORE ANY OUTPUT IS OPENED.
003620     IF H8-REG-COUNT NOT < 2000
003630         DISPLAY 'ESB088H: REGISTER TABLE FULL AT '
003760             UCE-DEPOSIT-PCREF OF UNCLEARED-EFFECT-RECORD
003761             ' - RUN REFUSED'
003762         MOVE 8 TO RETURN-CODE
003763         STOP RUN
003764     END-IF.
003765     ADD 1 TO H8-REG-COUNT.
003766     SET H8-REG-IDX TO H8-REG-COUNT.
003767     MOVE UNCLEARED-EFFECT-RECORD TO H8-REG-IMAGE (H8-REG-IDX).
003768     MOVE 'Y' TO H8-REG-KEEP-SW (H8-REG-IDX).
003769*    THE HIGHEST HOLD NUMBER ON THE REGISTER SEEDS TONIGHT'S
003770*    NUMBERING.
003771     MOVE UCE-HOLD-IMAGE OF UNCLEARED-EFFECT-RECORD TO EQHOLD-REQ.
003772     MOVE GZHNO OF EQHOLD-REQ-BODY TO H8-HOLD-NUMBER.
003773     IF H8-HOLD-NUMBER-DIGITS IS NUMERIC
003774        AND H8-HOLD-NUMBER-SEQ > H8-LAST-HOLD-SEQ
003775         MOVE H8-HOLD-NUMBER-SEQ TO H8-LAST-HOLD-SEQ
003776     END-IF.
003780     PERFORM 9200-READ-UCEOLDF THRU 9200-EXIT.
003790 1200-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820 1300-LOAD-RETURNS.
003830*-----------------------------------------------------------------
003838*    A RETURN LEFT OUT WOULD RELEASE THE HOLD ON A BOUNCED
003846*    CHEQUE.
003854     IF H8-RETURN-COUNT NOT < 2000
003862         DISPLAY 'ESB088H: RETURNS TABLE FULL AT ' CRT-CHEQUE-NO
003870             ' - RUN REFUSED'
003878         MOVE 8 TO RETURN-CODE
003886         STOP RUN
003900     END-IF.
003901     ADD 1 TO H8-RETURN-COUNT.
003902     SET H8-RTN-IDX TO H8-RETURN-COUNT.
003903     MOVE CRT-CHEQUE-NO     TO H8-RTN-CHEQUE (H8-RTN-IDX).
003904     MOVE CRT-AMOUNT        TO H8-RTN-AMOUNT (H8-RTN-IDX).
003905     MOVE CRT-RETURN-REASON TO H8-RTN-REASON (H8-RTN-IDX).
003910     PERFORM 9300-READ-RETURNSF THRU 9300-EXIT.
003920 1300-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------------
003950 2000-AGE-REGISTER.
003960*-----------------------------------------------------------------
003970     IF H8-REG-COUNT = ZERO
003980         GO TO 2000-EXIT
003990     END-IF.
004000     SET H8-REG-IDX TO 1.
004010     PERFORM 2100-AGE-ONE-ENTRY THRU 2100-EXIT
004020         UNTIL H8-REG-IDX > H8-REG-COUNT.
004030 2000-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060 2100-AGE-ONE-ENTRY.
004070*-----------------------------------------------------------------
004080*    A RELEASE FROM AN EARLIER NIGHT HAS BEEN REPORTED AND IS
004090*    DROPPED; A RETURNED ITEM IS CARRIED UNTIL ITS EXTENDED HOLD
004100*    HAS LAPSED.
004110     MOVE H8-REG-IMAGE (H8-REG-IDX) TO H8-UCE-WORK.
004120     IF UCE-RELEASED OF H8-UCE-WORK
004130         MOVE 'N' TO H8-REG-KEEP-SW (H8-REG-IDX)
004140         GO TO 2100-NEXT-ENTRY
004150     END-IF.
004160     IF UCE-RETURNED OF H8-UCE-WORK
004170         IF UCE-CLEAR-DATE OF H8-UCE-WORK < H8-RUN-DATE
004180             MOVE 'N' TO H8-REG-KEEP-SW (H8-REG-IDX)
004190         END-IF
004200         GO TO 2100-NEXT-ENTRY
004210     END-IF.
004220     PERFORM 2200-FIND-RETURN THRU 2200-EXIT.
004230     IF H8-RETURN-FOUND
004240         PERFORM 2300-FLAG-RETURNED THRU 2300-EXIT
004250         GO TO 2100-NEXT-ENTRY
004260     END-IF.
004270     IF UCE-CLEAR-DATE OF H8-UCE-WORK NOT > H8-RUN-DATE
004280         PERFORM 2400-RELEASE-CLEARED THRU 2400-EXIT
004290     END-IF.
004300 2100-NEXT-ENTRY.
004310     SET H8-REG-IDX UP BY 1.
004320 2100-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------------
004350 2200-FIND-RETURN.
004360*-----------------------------------------------------------------
004370     MOVE 'N' TO H8-RETURN-FOUND-SW.
004380     IF H8-RETURN-COUNT = ZERO
004390         GO TO 2200-EXIT
004400     END-IF.
004410     SET H8-RTN-LOOKUP-IDX TO 1.
004420     PERFORM 2210-SCAN-RETURNS THRU 2210-EXIT
004430         UNTIL H8-RTN-LOOKUP-IDX > H8-RETURN-COUNT
004440            OR H8-RETURN-FOUND.
004450 2200-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480 2210-SCAN-RETURNS.
004490*-----------------------------------------------------------------
004500     IF H8-RTN-CHEQUE (H8-RTN-LOOKUP-IDX) =
004510             UCE-CHEQUE-NO OF H8-UCE-WORK
004520        AND H8-RTN-AMOUNT (H8-RTN-LOOKUP-IDX) =
004530             UCE-AMOUNT OF H8-UCE-WORK
004540         SET H8-RETURN-FOUND TO TRUE
004550     ELSE
004560         SET H8-RTN-LOOKUP-IDX UP BY 1
004570     END-IF.
004580 2210-EXIT.
004590     EXIT.
004600*-----------------------------------------------------------------
004610 2300-FLAG-RETURNED.
004620*-----------------------------------------------------------------
004630*    THE HOLD STAYS ON.  ITS EXPIRY IS PUSHED OUT THROUGH THE
004640*    ESB045H AMENDMENT PATH SO IT CANNOT LAPSE ON THE ORIGINAL
004650*    CLEARING DATE BEFORE THE UNPAID IS DEBITED.
004660     ADD 1 TO H8-RETURNED-COUNT.
004670     COMPUTE H8-WORK-JULIAN =
004680         FUNCTION INTEGER-OF-DATE(H8-RUN-DATE)
004690         + H8-RETURN-EXTEND-DAYS.
004700     COMPUTE H8-WORK-DATE =
004710         FUNCTION DATE-OF-INTEGER(H8-WORK-JULIAN).
004720     MOVE SPACES TO DATE-SERVICE-AREA.
004730     SET DSV-ROLL-FORWARD TO TRUE.
004740     MOVE H8-WORK-DATE TO DSV-DATE-1.
004750     CALL 'ESB060C' USING DATE-SERVICE-AREA.
004760     IF DSV-RESULT-DATE IS NUMERIC
004770        AND DSV-RESULT-DATE > ZERO
004780         MOVE DSV-RESULT-DATE TO H8-WORK-DATE
004790     END-IF.
004800     MOVE UCE-HOLD-IMAGE OF H8-UCE-WORK TO EQHOLD-REQ.
004810     MOVE SPACES TO HOLD-AMENDMENT-RECORD.
004820     SET HAM-EXTEND-EXPIRY TO TRUE.
004830     MOVE GZBBN OF EQHOLD-REQ-BODY TO HAM-GZBBN.
004840     MOVE GZBNO OF EQHOLD-REQ-BODY TO HAM-GZBNO.
004850     MOVE GZSFX OF EQHOLD-REQ-BODY TO HAM-GZSFX.
004860     MOVE GZHNO OF EQHOLD-REQ-BODY TO HAM-GZHNO.
004870     MOVE H8-WORK-DATE TO HAM-NEW-EXPIRY.
004880     MOVE UCE-AMOUNT OF H8-UCE-WORK TO HAM-AMOUNT.
004890     MOVE H8-HOLD-USER TO HAM-OPERATOR-ID.
004900     WRITE HOLD-AMENDMENT-RECORD.
004910     SET UCE-RETURNED OF H8-UCE-WORK TO TRUE.
004920     MOVE H8-RUN-DATE TO UCE-STATUS-DATE OF H8-UCE-WORK.
004930     MOVE H8-WORK-DATE TO UCE-CLEAR-DATE OF H8-UCE-WORK.
004940     MOVE H8-RTN-REASON (H8-RTN-LOOKUP-IDX)
004950         TO UCE-RETURN-REASON OF H8-UCE-WORK.
004960     MOVE H8-UCE-WORK TO H8-REG-IMAGE (H8-REG-IDX).
004970 2300-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------------
005000 2400-RELEASE-CLEARED.
005010*-----------------------------------------------------------------
005020*    THE ORIGINAL HOLD IMAGE GOES TO ESB001H, WHICH BUILDS THE
005030*    EQHOLD-REL-REQ KEYED ON ITS GZHNO/GZBBN/GZBNO/GZSFX.
005040     ADD 1 TO H8-RELEASED-COUNT.
005050     MOVE UCE-HOLD-IMAGE OF H8-UCE-WORK TO UCERELF-RECORD.
005060     WRITE UCERELF-RECORD.
005070     SET UCE-RELEASED OF H8-UCE-WORK TO TRUE.
005080     MOVE H8-RUN-DATE TO UCE-STATUS-DATE OF H8-UCE-WORK.
005090     MOVE H8-UCE-WORK TO H8-REG-IMAGE (H8-REG-IDX).
005100 2400-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 3000-WORK-ONE-LEG.
005140*-----------------------------------------------------------------
005150     IF H8-TRANVALF-EOF
005160         GO TO 3000-EXIT
005170     END-IF.
005180     ADD 1 TO H8-READ-COUNT.
005190     ADD 1 TO RST-RECORDS-IN.
005200     MOVE GZDRF2 OF TRANSACTION-REQ TO H8-DRAWER-REF.
005210     PERFORM 3100-FIND-DEPOSIT-CODE THRU 3100-EXIT.
005220     IF NOT H8-CODE-FOUND
005230         GO TO 3000-READ-NEXT
005240     END-IF.
005250     MOVE GZAMA2 OF TRANSACTION-REQ TO H8-AMOUNT-TEXT.
005260     IF H8-AMOUNT-TEXT IS NUMERIC
005270         MOVE H8-AMOUNT-NUMERIC TO H8-LEG-AMOUNT
005280     ELSE
005290         MOVE ZERO TO H8-LEG-AMOUNT
005300     END-IF.
005310     IF H8-LEG-AMOUNT = ZERO
005320         GO TO 3000-READ-NEXT
005330     END-IF.
005333*    A DEPOSIT THE REGISTER CANNOT CARRY WOULD GO UNHELD, SO THE
005336*    RUN STOPS BEFORE ITS HOLD IS WRITTEN.
005340     IF H8-REG-COUNT NOT < 2000
005350         DISPLAY 'ESB088H: REGISTER TABLE FULL AT '
005360             PCREF OF TRANSACTION-REQ ' - RUN REFUSED'
005370         MOVE 8 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     PERFORM 3200-COMPUTE-CLEAR-DATE THRU 3200-EXIT.
005410     PERFORM 3300-BUILD-HOLD THRU 3300-EXIT.
005420     PERFORM 3400-ADD-REGISTER-ENTRY THRU 3400-EXIT.
005430 3000-READ-NEXT.
005440     PERFORM 9400-READ-TRANVALF THRU 9400-EXIT.
005450 3000-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480 3100-FIND-DEPOSIT-CODE.
005490*-----------------------------------------------------------------
005500*    A ROW FOR THE PRESENTING BANK WINS; A ROW WITH A BLANK BANK
005510*    IS THE CODE'S DEFAULT CLEARING PERIOD.
005520     MOVE 'N' TO H8-CODE-FOUND-SW.
005530     MOVE ZERO TO H8-CLEARING-DAYS.
005540     IF H8-CODE-COUNT = ZERO
005550         GO TO 3100-EXIT
005560     END-IF.
005570     SET H8-CDC-LOOKUP-IDX TO 1.
005580     PERFORM 3110-SCAN-CODES THRU 3110-EXIT
005590         UNTIL H8-CDC-LOOKUP-IDX > H8-CODE-COUNT.
005600 3100-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------------
005630 3110-SCAN-CODES.
005640*-----------------------------------------------------------------
005650     IF H8-CDC-TCD (H8-CDC-LOOKUP-IDX) = GZTCD2 OF TRANSACTION-REQ
005660         IF H8-CDC-BANK (H8-CDC-LOOKUP-IDX) = H8-DRF-BANK
005670             MOVE H8-CDC-DAYS (H8-CDC-LOOKUP-IDX)
005680                 TO H8-CLEARING-DAYS
005690             SET H8-CODE-FOUND TO TRUE
005700             SET H8-CDC-LOOKUP-IDX TO H8-CODE-COUNT
005710         ELSE
005720             IF H8-CDC-BANK (H8-CDC-LOOKUP-IDX) = SPACES
005730                 MOVE H8-CDC-DAYS (H8-CDC-LOOKUP-IDX)
005740                     TO H8-CLEARING-DAYS
005750                 SET H8-CODE-FOUND TO TRUE
005760             END-IF
005770         END-IF
005780     END-IF.
005790     SET H8-CDC-LOOKUP-IDX UP BY 1.
005800 3110-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830 3200-COMPUTE-CLEAR-DATE.
005840*-----------------------------------------------------------------
005850*    THE CLEARING DATE IS THE CLEARING DAYS COUNTED FORWARD IN
005860*    BUSINESS DAYS FROM THE DEPOSIT DATE.
005870     MOVE H8-RUN-DATE TO H8-WORK-DATE.
005880     MOVE ZERO TO H8-DAY-COUNT.
005890     PERFORM 3210-ADD-ONE-BUSINESS-DAY THRU 3210-EXIT
005900         UNTIL H8-DAY-COUNT NOT < H8-CLEARING-DAYS.
005910 3200-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------------
005940 3210-ADD-ONE-BUSINESS-DAY.
005950*-----------------------------------------------------------------
005960     COMPUTE H8-WORK-JULIAN =
005970         FUNCTION INTEGER-OF-DATE(H8-WORK-DATE) + 1.
005980     COMPUTE H8-WORK-DATE =
005990         FUNCTION DATE-OF-INTEGER(H8-WORK-JULIAN).
006000     MOVE SPACES TO DATE-SERVICE-AREA.
006010     SET DSV-ROLL-FORWARD TO TRUE.
006020     MOVE H8-WORK-DATE TO DSV-DATE-1.
006030     CALL 'ESB060C' USING DATE-SERVICE-AREA.
006040     IF DSV-RESULT-DATE IS NUMERIC
006050        AND DSV-RESULT-DATE > ZERO
006060         MOVE DSV-RESULT-DATE TO H8-WORK-DATE
006070     END-IF.
006080     ADD 1 TO H8-DAY-COUNT.
006090 3210-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120 3300-BUILD-HOLD.
006130*-----------------------------------------------------------------
006131*    A WRAPPED HOLD NUMBER WOULD DUPLICATE A LIVE HOLD.
006132     IF H8-LAST-HOLD-SEQ NOT < 9999
006133         DISPLAY 'ESB088H: HOLD NUMBERS IN BAND 1 EXHAUSTED -'
006134             ' RUN STOPPED'
006135         MOVE 8 TO RETURN-CODE
006136         STOP RUN
006137     END-IF.
006140     ADD 1 TO H8-PLACED-COUNT.
006150     ADD 1 TO RST-RECORDS-OUT.
006160     ADD 1 TO H8-GEN-SEQ.
006170     ADD 1 TO H8-LAST-HOLD-SEQ.
006180     MOVE H8-LAST-HOLD-SEQ TO H8-HOLD-NUMBER-SEQ.
006190     MOVE H8-RUN-DATE TO H8-NEW-PCREF-DATE.
006200     MOVE H8-GEN-SEQ  TO H8-NEW-PCREF-SEQ.
006210     MOVE H8-NEW-PCREF TO PCREF OF EQHOLD-REQ-HEADER.
006220     MOVE '0001' TO NMSGS  OF EQHOLD-REQ-HEADER.
006230     MOVE '0001' TO TRANSQ OF EQHOLD-REQ-HEADER.
006240     MOVE H8-DATE-TIME TO TSTAMP OF EQHOLD-REQ-HEADER.
006250     MOVE SPACES TO EQHOLD-REQ-BODY.
006260     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REQ-BODY.
006270     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REQ-BODY.
006280     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REQ-BODY.
006290     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REQ-BODY.
006300     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REQ-BODY.
006310     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REQ-BODY.
006320     MOVE ':C3:'  TO GZACO-T  OF EQHOLD-REQ-BODY.
006330     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REQ-BODY.
006340     MOVE ':C35:' TO GZHDD1-T OF EQHOLD-REQ-BODY.
006350     MOVE ':C35:' TO GZHDD2-T OF EQHOLD-REQ-BODY.
006360     MOVE ':C35:' TO GZHDD3-T OF EQHOLD-REQ-BODY.
006370     MOVE ':C35:' TO GZHDD4-T OF EQHOLD-REQ-BODY.
006380     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REQ-BODY.
006390     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REQ-BODY.
006400     MOVE ':C3:'  TO GZCCY-T  OF EQHOLD-REQ-BODY.
006410     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REQ-BODY.
006420     MOVE ':S07:' TO GZINP-T  OF EQHOLD-REQ-BODY.
006430     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REQ-BODY.
006440     MOVE GZAB2 OF TRANSACTION-REQ TO GZBBN OF EQHOLD-REQ-BODY.
006450     MOVE GZAN2 OF TRANSACTION-REQ TO GZBNO OF EQHOLD-REQ-BODY.
006460     MOVE GZAS2 OF TRANSACTION-REQ TO GZSFX OF EQHOLD-REQ-BODY.
006470     MOVE GZBRNM OF TRANSACTION-REQ TO GZBRNM OF EQHOLD-REQ-BODY.
006480     MOVE H8-HOLD-REASON TO GZHRC OF EQHOLD-REQ-BODY.
006490     MOVE H8-LEG-AMOUNT TO H8-AMOUNT-EDIT.
006500     STRING 'UNCLEARED CHQ ' H8-DRF-CHEQUE
006510            ' BANK ' H8-DRF-BANK
006520         DELIMITED BY SIZE
006530         INTO GZHDD1 OF EQHOLD-REQ-BODY.
006540     STRING 'AMOUNT ' H8-AMOUNT-EDIT
006550            ' ' GZCCY2 OF TRANSACTION-REQ
006560         DELIMITED BY SIZE
006570         INTO GZHDD2 OF EQHOLD-REQ-BODY.
006580     STRING 'DEPOSIT ' PCREF OF TRANSACTION-REQ
006590         DELIMITED BY SIZE
006600         INTO GZHDD3 OF EQHOLD-REQ-BODY.
006610     STRING 'CLEARS ' H8-WORK-DATE
006620         DELIMITED BY SIZE
006630         INTO GZHDD4 OF EQHOLD-REQ-BODY.
006640     MOVE '0' TO H8-DATE-TEXT-SIGN.
006650     MOVE H8-RUN-DATE TO H8-DATE-TEXT-DATE.
006660     MOVE H8-DATE-TEXT TO GZSTD OF EQHOLD-REQ-BODY.
006670     MOVE H8-DATE-TEXT TO GZINP OF EQHOLD-REQ-BODY.
006680     MOVE H8-WORK-DATE TO H8-DATE-TEXT-DATE.
006690     MOVE H8-DATE-TEXT TO GZEXD OF EQHOLD-REQ-BODY.
006700     MOVE GZCCY2 OF TRANSACTION-REQ TO GZCCY OF EQHOLD-REQ-BODY.
006710     MOVE H8-HOLD-NUMBER TO GZHNO OF EQHOLD-REQ-BODY.
006720     MOVE EQHOLD-REQ TO UCEHLDF-RECORD.
006730     WRITE UCEHLDF-RECORD.
006740 3300-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770 3400-ADD-REGISTER-ENTRY.
006780*-----------------------------------------------------------------
006790     MOVE SPACES TO H8-UCE-WORK.
006800     MOVE GZAB2 OF TRANSACTION-REQ TO UCE-BRANCH OF H8-UCE-WORK.
006810     MOVE GZAN2 OF TRANSACTION-REQ TO UCE-ACCOUNT OF H8-UCE-WORK.
006820     MOVE GZAS2 OF TRANSACTION-REQ TO UCE-SUBACCT OF H8-UCE-WORK.
006830     MOVE PCREF OF TRANSACTION-REQ
006840         TO UCE-DEPOSIT-PCREF OF H8-UCE-WORK.
006850     MOVE TRANSQ OF TRANSACTION-REQ
006860         TO UCE-DEPOSIT-TRANSQ OF H8-UCE-WORK.
006870     MOVE GZTCD2 OF TRANSACTION-REQ TO UCE-TCD OF H8-UCE-WORK.
006880     MOVE H8-DRF-CHEQUE TO UCE-CHEQUE-NO OF H8-UCE-WORK.
006890     MOVE H8-DRF-BANK TO UCE-PRESENT-BANK OF H8-UCE-WORK.
006900     MOVE H8-LEG-AMOUNT TO UCE-AMOUNT OF H8-UCE-WORK.
006910     MOVE GZCCY2 OF TRANSACTION-REQ TO UCE-CCY OF H8-UCE-WORK.
006920     MOVE H8-RUN-DATE TO UCE-DEPOSIT-DATE OF H8-UCE-WORK.
006930     MOVE H8-WORK-DATE TO UCE-CLEAR-DATE OF H8-UCE-WORK.
006940     SET UCE-HELD OF H8-UCE-WORK TO TRUE.
006950     MOVE H8-RUN-DATE TO UCE-STATUS-DATE OF H8-UCE-WORK.
006960     MOVE EQHOLD-REQ TO UCE-HOLD-IMAGE OF H8-UCE-WORK.
006970     ADD 1 TO H8-REG-COUNT.
006980     SET H8-REG-IDX TO H8-REG-COUNT.
006990     MOVE H8-UCE-WORK TO H8-REG-IMAGE (H8-REG-IDX).
007000     MOVE 'Y' TO H8-REG-KEEP-SW (H8-REG-IDX).
007010 3400-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------------
007040 5000-WRITE-NEW-REGISTER.
007050*-----------------------------------------------------------------
007060     IF H8-REG-COUNT = ZERO
007070         GO TO 5000-EXIT
007080     END-IF.
007090     SET H8-REG-IDX TO 1.
007100     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
007110         UNTIL H8-REG-IDX > H8-REG-COUNT.
007120 5000-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150 5100-WRITE-ONE-ENTRY.
007160*-----------------------------------------------------------------
007170     IF H8-REG-KEEP-SW (H8-REG-IDX) = 'Y'
007180         ADD 1 TO H8-CARRIED-COUNT
007190         MOVE H8-REG-IMAGE (H8-REG-IDX) TO UCENEWF-RECORD
007200         WRITE UCENEWF-RECORD
007210         MOVE H8-REG-IMAGE (H8-REG-IDX) TO H8-UCE-WORK
007220         PERFORM 5200-NOTE-BRANCH THRU 5200-EXIT
007230     END-IF.
007240     SET H8-REG-IDX UP BY 1.
007250 5100-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------------
007280 5200-NOTE-BRANCH.
007290*-----------------------------------------------------------------
007300     MOVE 'N' TO H8-BRANCH-FOUND-SW.
007310     IF H8-BRANCH-COUNT > ZERO
007320         SET H8-BRN-LOOKUP-IDX TO 1
007330         PERFORM 5210-SCAN-BRANCHES THRU 5210-EXIT
007340             UNTIL H8-BRN-LOOKUP-IDX > H8-BRANCH-COUNT
007350                OR H8-BRANCH-FOUND
007360     END-IF.
007370     IF NOT H8-BRANCH-FOUND
007380        AND H8-BRANCH-COUNT < 500
007390         ADD 1 TO H8-BRANCH-COUNT
007400         SET H8-BRN-IDX TO H8-BRANCH-COUNT
007410         MOVE UCE-BRANCH OF H8-UCE-WORK
007420             TO H8-BRN-BRANCH (H8-BRN-IDX)
007430     END-IF.
007440 5200-EXIT.
007450     EXIT.
007460*-----------------------------------------------------------------
007470 5210-SCAN-BRANCHES.
007480*-----------------------------------------------------------------
007490     IF H8-BRN-BRANCH (H8-BRN-LOOKUP-IDX) =
007500             UCE-BRANCH OF H8-UCE-WORK
007510         SET H8-BRANCH-FOUND TO TRUE
007520     ELSE
007530         SET H8-BRN-LOOKUP-IDX UP BY 1
007540     END-IF.
007550 5210-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------------
007580 7000-PRINT-REGISTER.
007590*-----------------------------------------------------------------
007600     IF H8-BRANCH-COUNT > ZERO
007610         SET H8-BRN-IDX TO 1
007620         PERFORM 7100-PRINT-ONE-BRANCH THRU 7100-EXIT
007630             UNTIL H8-BRN-IDX > H8-BRANCH-COUNT
007640     END-IF.
007650     MOVE H8-READ-COUNT     TO H8-SUM-READ.
007660     MOVE H8-PLACED-COUNT   TO H8-SUM-PLACED.
007670     MOVE H8-RELEASED-COUNT TO H8-SUM-RELEASED.
007680     MOVE H8-RETURNED-COUNT TO H8-SUM-RETURNED.
007690     MOVE H8-CARRIED-COUNT  TO H8-SUM-CARRIED.
007700     MOVE H8-SUMMARY-LINE TO UCERPT-RECORD.
007710     WRITE UCERPT-RECORD.
007720 7000-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750 7100-PRINT-ONE-BRANCH.
007760*-----------------------------------------------------------------
007770     MOVE H8-BRN-BRANCH (H8-BRN-IDX) TO H8-BRL-BRANCH.
007780     MOVE H8-BRANCH-LINE TO UCERPT-RECORD.
007790     WRITE UCERPT-RECORD.
007800     INITIALIZE H8-BRANCH-TOTALS.
007810     SET H8-REG-IDX TO 1.
007820     PERFORM 7200-PRINT-ONE-ENTRY THRU 7200-EXIT
007830         UNTIL H8-REG-IDX > H8-REG-COUNT.
007840     MOVE H8-TOT-HELD-COUNT  TO H8-TTL-HELD-COUNT.
007850     MOVE H8-TOT-HELD-AMOUNT TO H8-TTL-HELD-AMOUNT.
007860     MOVE H8-TOT-REL-COUNT   TO H8-TTL-REL-COUNT.
007870     MOVE H8-TOT-REL-AMOUNT  TO H8-TTL-REL-AMOUNT.
007880     MOVE H8-TOT-RTN-COUNT   TO H8-TTL-RTN-COUNT.
007890     MOVE H8-TOT-RTN-AMOUNT  TO H8-TTL-RTN-AMOUNT.
007900     MOVE H8-TOTAL-LINE TO UCERPT-RECORD.
007910     WRITE UCERPT-RECORD.
007920     SET H8-BRN-IDX UP BY 1.
007930 7100-EXIT.
007940     EXIT.
007950*-----------------------------------------------------------------
007960 7200-PRINT-ONE-ENTRY.
007970*-----------------------------------------------------------------
007980     IF H8-REG-KEEP-SW (H8-REG-IDX) NOT = 'Y'
007990         GO TO 7200-NEXT-ENTRY
008000     END-IF.
008010     MOVE H8-REG-IMAGE (H8-REG-IDX) TO H8-UCE-WORK.
008020     IF UCE-BRANCH OF H8-UCE-WORK NOT = H8-BRN-BRANCH (H8-BRN-IDX)
008030         GO TO 7200-NEXT-ENTRY
008040     END-IF.
008050     MOVE SPACES TO H8-DETAIL-LINE.
008060     MOVE UCE-ACCOUNT OF H8-UCE-WORK   TO H8-DTL-ACCOUNT.
008070     MOVE UCE-SUBACCT OF H8-UCE-WORK   TO H8-DTL-SUBACCT.
008080     MOVE UCE-CHEQUE-NO OF H8-UCE-WORK TO H8-DTL-CHEQUE.
008090     MOVE UCE-PRESENT-BANK OF H8-UCE-WORK TO H8-DTL-BANK.
008100     MOVE UCE-AMOUNT OF H8-UCE-WORK    TO H8-DTL-AMOUNT.
008110     MOVE UCE-CCY OF H8-UCE-WORK       TO H8-DTL-CCY.
008120     MOVE UCE-DEPOSIT-DATE OF H8-UCE-WORK TO H8-DTL-DEPOSIT-DATE.
008130     MOVE UCE-CLEAR-DATE OF H8-UCE-WORK TO H8-DTL-CLEAR-DATE.
008140     MOVE UCE-HOLD-IMAGE OF H8-UCE-WORK TO EQHOLD-REQ.
008150     MOVE GZHNO OF EQHOLD-REQ-BODY TO H8-DTL-HOLD-NO.
008160     EVALUATE TRUE
008170         WHEN UCE-RELEASED OF H8-UCE-WORK
008180             MOVE 'RELEASED TODAY' TO H8-DTL-STATUS
008190             ADD 1 TO H8-TOT-REL-COUNT
008200             ADD UCE-AMOUNT OF H8-UCE-WORK TO H8-TOT-REL-AMOUNT
008210         WHEN UCE-RETURNED OF H8-UCE-WORK
008220             MOVE 'RETURNED - HOLD KEPT' TO H8-DTL-STATUS
008230             ADD 1 TO H8-TOT-RTN-COUNT
008240             ADD UCE-AMOUNT OF H8-UCE-WORK TO H8-TOT-RTN-AMOUNT
008250         WHEN OTHER
008260             MOVE 'HELD' TO H8-DTL-STATUS
008270             ADD 1 TO H8-TOT-HELD-COUNT
008280             ADD UCE-AMOUNT OF H8-UCE-WORK TO H8-TOT-HELD-AMOUNT
008290     END-EVALUATE.
008300     MOVE H8-DETAIL-LINE TO UCERPT-RECORD.
008310     WRITE UCERPT-RECORD.
008320 7200-NEXT-ENTRY.
008330     SET H8-REG-IDX UP BY 1.
008340 7200-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370 8000-TERMINATE.
008380*-----------------------------------------------------------------
008390     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
008400     CLOSE TRANVALF.
008410     CLOSE UCENEWF.
008420     CLOSE UCEHLDF.
008430     CLOSE UCERELF.
008440     CLOSE HOLDAMDF.
008450     CLOSE UCERPT.
008460     DISPLAY 'ESB088H: LEGS ' H8-READ-COUNT
008470         ' PLACED ' H8-PLACED-COUNT
008480         ' RELEASED ' H8-RELEASED-COUNT
008490         ' RETURNED ' H8-RETURNED-COUNT.
008500 8000-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------------
008530 9100-READ-CHQCODEF.
008540*-----------------------------------------------------------------
008550     READ CHQCODEF
008560         AT END
008570             SET H8-CHQCODEF-EOF TO TRUE
008580     END-READ.
008590 9100-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------------
008620 9200-READ-UCEOLDF.
008630*-----------------------------------------------------------------
008640     READ UCEOLDF
008650         AT END
008660             SET H8-UCEOLDF-EOF TO TRUE
008670     END-READ.
008680 9200-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------------
008710 9300-READ-RETURNSF.
008720*-----------------------------------------------------------------
008730     READ RETURNSF
008740         AT END
008750             SET H8-RETURNSF-EOF TO TRUE
008760     END-READ.
008770 9300-EXIT.
008780     EXIT.
008790*-----------------------------------------------------------------
008800 9400-READ-TRANVALF.
008810*-----------------------------------------------------------------
008820     READ TRANVALF
008830         AT END
008840             SET H8-TRANVALF-EOF TO TRUE
008850     END-READ.
008860 9400-EXIT.
008870     EXIT.
008880*-----------------------------------------------------------------
008890 9900-WRITE-RUN-STATS.
008900*-----------------------------------------------------------------
008910     MOVE 'ESB088H' TO RST-PROGRAM-ID.
008920     MOVE H8-RUN-DATE TO RST-BUSINESS-DATE.
008930     ACCEPT RST-END-TIME FROM TIME.
008940     MOVE '00' TO RST-WORST-STATUS.
008950     IF H8-TRANVALF-STATUS NOT = '00'
008960        AND H8-TRANVALF-STATUS NOT = '10'
008970         MOVE H8-TRANVALF-STATUS TO RST-WORST-STATUS
008980     END-IF.
008990     IF H8-UCENEWF-STATUS NOT = '00'
009000        AND H8-UCENEWF-STATUS NOT = '10'
009010         MOVE H8-UCENEWF-STATUS TO RST-WORST-STATUS
009020     END-IF.
009030     IF H8-UCEHLDF-STATUS NOT = '00'
009040        AND H8-UCEHLDF-STATUS NOT = '10'
009050         MOVE H8-UCEHLDF-STATUS TO RST-WORST-STATUS
009060     END-IF.
009070     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
009080 9900-EXIT.
009090     EXIT.
009100*-----------------------------------------------------------------
009110 9999-EXIT.
009120*-----------------------------------------------------------------
009130     EXIT.
