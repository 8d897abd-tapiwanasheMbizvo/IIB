000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB095D
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    DIRECT DEBIT MANDATE REGISTER AND COLLECTION RUN.
000200*    THE MANDATE REGISTER (DDMOLDF -> DDMNEWF) HOLDS, PER
000210*    ORIGINATOR AND MANDATE REFERENCE, THE CUSTOMER'S ACCOUNT,
000220*    THE MAXIMUM PER COLLECTION, THE FREQUENCY, THE START AND
000230*    END DATES AND THE STATUS (ACTIVE, CANCELLED, SUSPENDED).
000240*    THE DAY'S CUSTOMER INSTRUCTIONS (DDINSTF) ARE APPLIED
000250*    FIRST: NEW MANDATES, CANCELLATION, SUSPENSION AND
000260*    REINSTATEMENT, A STOP ON A SINGLE COLLECTION, AND A REFUND
000270*    CLAIM ON A SINGLE COLLECTION ALREADY TAKEN.  A REFUND IS
000280*    FOUND ON THE COLLECTION REGISTER (DDCOLOLD -> DDCOLNEW) AND
000290*    BUILT AS A REVERSING TRANSACTION-REQ UNDER ONE 'R'-TAGGED
000300*    PCREF BATCH FOR THE RUN.
000310*    THE ORIGINATORS' COLLECTION FILES (DDCOLF; HEADER, ITEMS,
000320*    TRAILER PER FILE, AS THE CORPORATE GATEWAY ESB076G TAKES)
000330*    ARE THEN CHECKED ITEM BY ITEM AGAINST THE MANDATE.  ITEMS
000340*    THAT PASS ARE BUILT AS TRANSACTION-REQS UNDER ONE 'M'-TAGGED
000350*    PCREF BATCH PER FILE FOR THE NORMAL ENVELOPE AND VALIDATION
000360*    PATH; ITEMS THAT FAIL ARE RETURNED TO THE ORIGINATOR
000370*    (DDRETF) WITH A REASON CODE.  THE DAILY ORIGINATOR
000380*    SETTLEMENT REPORT (DDRPT) SHOWS COLLECTED, RETURNED,
000390*    REFUNDED AND NET PER ORIGINATOR.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB095D.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DDORIGF  ASSIGN TO DDORIGF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS D5-DDORIGF-STATUS.
000540     SELECT DDMOLDF  ASSIGN TO DDMOLDF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS D5-DDMOLDF-STATUS.
000570     SELECT DDCOLOLD ASSIGN TO DDCOLOLD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS D5-DDCOLOLD-STATUS.
000600     SELECT DDINSTF  ASSIGN TO DDINSTF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS D5-DDINSTF-STATUS.
000630     SELECT DDCOLF   ASSIGN TO DDCOLF
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS D5-DDCOLF-STATUS.
000660     SELECT DDGENF   ASSIGN TO DDGENF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS D5-DDGENF-STATUS.
000690     SELECT DDRETF   ASSIGN TO DDRETF
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS D5-DDRETF-STATUS.
000720     SELECT DDMNEWF  ASSIGN TO DDMNEWF
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS D5-DDMNEWF-STATUS.
000750     SELECT DDCOLNEW ASSIGN TO DDCOLNEW
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS D5-DDCOLNEW-STATUS.
000780     SELECT DDRPT    ASSIGN TO DDRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS D5-DDRPT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  DDORIGF
000840     RECORDING MODE IS F.
000850     COPY "Dd_Originator.cpy".
000860 FD  DDMOLDF
000870     RECORDING MODE IS F.
000880     COPY "Dd_Mandate.cpy".
000890 FD  DDCOLOLD
000900     RECORDING MODE IS F.
000910     COPY "Dd_Collection_Register.cpy".
000920 FD  DDINSTF
000930     RECORDING MODE IS F.
000940     COPY "Dd_Customer_Instruction.cpy".
000950 FD  DDCOLF
000960     RECORDING MODE IS F.
000970     COPY "Dd_Collection_Line.cpy".
000980 FD  DDGENF
000990     RECORDING MODE IS F.
001000 01  DDGENF-RECORD                PIC X(1816).
001010 FD  DDRETF
001020     RECORDING MODE IS F.
001030     COPY "Dd_Return.cpy".
001040 FD  DDMNEWF
001050     RECORDING MODE IS F.
001060 01  DDMNEWF-RECORD               PIC X(150).
001070 FD  DDCOLNEW
001080     RECORDING MODE IS F.
001090 01  DDCOLNEW-RECORD              PIC X(130).
001100 FD  DDRPT
001110     RECORDING MODE IS F.
001120 01  DDRPT-RECORD                 PIC X(132).
001130 WORKING-STORAGE SECTION.
001140 01  D5-DDORIGF-STATUS            PIC X(002) VALUE '00'.
001150     88 D5-DDORIGF-OK                        VALUE '00'.
001160 01  D5-DDMOLDF-STATUS            PIC X(002) VALUE '00'.
001170     88 D5-DDMOLDF-OK                        VALUE '00'.
001180 01  D5-DDCOLOLD-STATUS           PIC X(002) VALUE '00'.
001190     88 D5-DDCOLOLD-OK                       VALUE '00'.
001200 01  D5-DDINSTF-STATUS            PIC X(002) VALUE '00'.
001210     88 D5-DDINSTF-OK                        VALUE '00'.
001220 01  D5-DDCOLF-STATUS             PIC X(002) VALUE '00'.
001230     88 D5-DDCOLF-OK                         VALUE '00'.
001240 01  D5-DDGENF-STATUS             PIC X(002) VALUE '00'.
001250 01  D5-DDRETF-STATUS             PIC X(002) VALUE '00'.
001260 01  D5-DDMNEWF-STATUS            PIC X(002) VALUE '00'.
001270 01  D5-DDCOLNEW-STATUS           PIC X(002) VALUE '00'.
001280 01  D5-DDRPT-STATUS              PIC X(002) VALUE '00'.
001290 01  D5-SWITCHES.
001300     05 D5-DDORIGF-EOF-SW         PIC X(001) VALUE 'N'.
001310        88 D5-DDORIGF-EOF                    VALUE 'Y'.
001320     05 D5-DDMOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001330        88 D5-DDMOLDF-EOF                    VALUE 'Y'.
001340     05 D5-DDCOLOLD-EOF-SW        PIC X(001) VALUE 'N'.
001350        88 D5-DDCOLOLD-EOF                   VALUE 'Y'.
001360     05 D5-DDINSTF-EOF-SW         PIC X(001) VALUE 'N'.
001370        88 D5-DDINSTF-EOF                    VALUE 'Y'.
001380     05 D5-DDCOLF-EOF-SW          PIC X(001) VALUE 'N'.
001390        88 D5-DDCOLF-EOF                     VALUE 'Y'.
001400     05 D5-FOUND-SW               PIC X(001) VALUE 'N'.
001410        88 D5-FOUND                          VALUE 'Y'.
001420     05 D5-FILE-OPEN-SW           PIC X(001) VALUE 'N'.
001430        88 D5-FILE-OPEN                      VALUE 'Y'.
001440     05 D5-FILE-FAILED-SW         PIC X(001) VALUE 'N'.
001450        88 D5-FILE-FAILED                    VALUE 'Y'.
001460     05 D5-REFUND-BATCH-SW        PIC X(001) VALUE 'N'.
001470        88 D5-REFUND-BATCH-OPEN              VALUE 'Y'.
001480 01  D5-DATE-TIME.
001490     05 D5-RUN-DATE               PIC 9(008) VALUE ZERO.
001500     05 D5-RUN-TIME               PIC 9(006) VALUE ZERO.
001510 01  D5-COUNTERS.
001520     05 D5-INSTR-COUNT            PIC 9(007) VALUE ZERO.
001530     05 D5-INSTR-REJECT-COUNT     PIC 9(007) VALUE ZERO.
001540     05 D5-FILE-COUNT             PIC 9(005) VALUE ZERO.
001550     05 D5-COLLECT-COUNT          PIC 9(007) VALUE ZERO.
001560     05 D5-RETURN-COUNT           PIC 9(007) VALUE ZERO.
001570     05 D5-REFUND-COUNT           PIC 9(007) VALUE ZERO.
001580     05 D5-AGED-OUT-COUNT         PIC 9(007) VALUE ZERO.
001590 01  D5-NEW-PCREF.
001600     05 D5-NEW-PCREF-DATE         PIC 9(008).
001610     05 D5-NEW-PCREF-TAG          PIC X(001) VALUE 'M'.
001620     05 D5-NEW-PCREF-SEQ          PIC 9(006) VALUE ZERO.
001630 01  D5-REFUND-PCREF.
001640     05 D5-RFD-PCREF-DATE         PIC 9(008).
001650     05 D5-RFD-PCREF-TAG          PIC X(001) VALUE 'R'.
001660     05 D5-RFD-PCREF-SEQ          PIC 9(006) VALUE ZERO.
001670 01  D5-REFUND-SEQ                PIC 9(004) VALUE ZERO.
001680 01  D5-ITEM-SEQ                  PIC 9(004) VALUE ZERO.
001690 01  D5-FILE-ORIGINATOR           PIC X(010) VALUE SPACES.
001700 01  D5-FILE-REF                  PIC X(016) VALUE SPACES.
001710 01  D5-FILE-REASON               PIC X(040) VALUE SPACES.
001720 01  D5-FILE-TOTAL                PIC 9(015)V99 VALUE ZERO.
001730 01  D5-FILE-ITEMS                PIC 9(006) VALUE ZERO.
001740 01  D5-ORIG-SUB                  PIC 9(004) COMP VALUE ZERO.
001750 01  D5-MANDATE-SUB               PIC 9(004) COMP VALUE ZERO.
001760 01  D5-ITEM-CODE                 PIC X(004) VALUE SPACES.
001770 01  D5-ITEM-REASON               PIC X(040) VALUE SPACES.
001780 01  D5-INSTR-REASON              PIC X(040) VALUE SPACES.
001790*    COLLECTIONS ARE AGED OFF THE REGISTER AFTER THIRTEEN MONTHS,
001800*    THE LONGEST REFUND-CLAIM WINDOW.
001810 01  D5-RETENTION-DAYS            PIC 9(004) VALUE 400.
001820 01  D5-RUN-DAY-NUMBER            PIC 9(007) VALUE ZERO.
001830 01  D5-DAYS-SINCE                PIC S9(007) VALUE ZERO.
001840 01  D5-MIN-INTERVAL              PIC 9(004) VALUE ZERO.
001850 01  D5-ITEM-AMOUNT               PIC 9(015)V99 VALUE ZERO.
001860 01  D5-NET-AMOUNT                PIC S9(015)V99 VALUE ZERO.
001870 01  D5-ORIGINATOR-COUNT          PIC 9(004) COMP VALUE ZERO.
001880 01  D5-ORIGINATOR-TABLE.
001890     05 D5-ORG-ENTRY OCCURS 200 TIMES
001900        INDEXED BY D5-ORG-IDX, D5-ORG-LOOKUP-IDX.
001910        10 D5-ORG-ID              PIC X(010).
001920        10 D5-ORG-STATUS          PIC X(001).
001930        10 D5-ORG-BRANCH          PIC X(004).
001940        10 D5-ORG-ACCOUNT         PIC X(006).
001950        10 D5-ORG-SUBACCT         PIC X(003).
001960        10 D5-ORG-CCY             PIC X(003).
001970        10 D5-ORG-TCD-DEBIT       PIC X(003).
001980        10 D5-ORG-TCD-CREDIT      PIC X(003).
001990        10 D5-ORG-COLL-COUNT      PIC 9(007).
002000        10 D5-ORG-COLL-AMOUNT     PIC 9(015)V99.
002010        10 D5-ORG-RET-COUNT       PIC 9(007).
002020        10 D5-ORG-RET-AMOUNT      PIC 9(015)V99.
002030        10 D5-ORG-RFD-COUNT       PIC 9(007).
002040        10 D5-ORG-RFD-AMOUNT      PIC 9(015)V99.
002050 01  D5-MANDATE-COUNT             PIC 9(004) COMP VALUE ZERO.
002060 01  D5-MANDATE-TABLE.
002070     05 D5-MDT-ENTRY OCCURS 5000 TIMES
002080        INDEXED BY D5-MDT-IDX, D5-MDT-LOOKUP-IDX.
002090        10 D5-MDT-RECORD          PIC X(150).
002100 01  D5-COLLECTED-COUNT           PIC 9(004) COMP VALUE ZERO.
002110 01  D5-COLLECTED-TABLE.
002120     05 D5-CLR-ENTRY OCCURS 5000 TIMES
002130        INDEXED BY D5-CLR-IDX, D5-CLR-LOOKUP-IDX.
002140        10 D5-CLR-RECORD          PIC X(130).
002150*    ITEMS ARE HELD PER FILE UNTIL THE TRAILER DECIDES THE
002160*    FILE'S FATE, AS THE CORPORATE GATEWAY DOES.
002170 01  D5-ITEM-COUNT                PIC 9(004) COMP VALUE ZERO.
002180 01  D5-ITEM-TABLE.
002190     05 D5-ITM-ENTRY OCCURS 1000 TIMES
002200        INDEXED BY D5-ITM-IDX, D5-ITM-LOOKUP-IDX.
002210        10 D5-ITM-LINE            PIC X(110).
002220        10 D5-ITM-STATUS          PIC X(001).
002230        10 D5-ITM-CODE            PIC X(004).
002240        10 D5-ITM-REASON          PIC X(040).
002250        10 D5-ITM-MANDATE-SUB     PIC 9(004) COMP.
002260 01  D5-ITEM-WORK.
002270     05 D5-WRK-MANDATE-REF        PIC X(016).
002280     05 D5-WRK-ITEM-REF           PIC X(016).
002290     05 D5-WRK-AMOUNT             PIC X(017).
002300     05 D5-WRK-AMOUNT-NUM REDEFINES D5-WRK-AMOUNT
002310                                  PIC 9(015)V99.
002320     05 D5-WRK-NARRATIVE          PIC X(035).
002330     05 FILLER                    PIC X(026).
002340 01  D5-AMOUNT-EDIT               PIC 9(015)V99.
002350 01  D5-AMOUNT-EDIT-X REDEFINES D5-AMOUNT-EDIT
002360                                  PIC X(017).
002370 01  D5-CHECKSUM-WORK.
002380     05 D5-CHECKSUM-SOURCE        PIC X(040).
002390     05 D5-CHECKSUM-LENGTH        PIC 9(002) COMP.
002400     05 D5-CHECKSUM-RESULT        PIC 9(003).
002410 01  D5-CHK-ACCUM                 PIC 9(007) COMP.
002420 01  D5-CHK-WEIGHT                PIC 9(001) COMP.
002430 01  D5-CHK-BYTE-IDX              PIC 9(002) COMP.
002440 01  D5-CHK-BYTE-WORK             PIC X(001).
002450 01  D5-CHK-DIGIT-WORK REDEFINES D5-CHK-BYTE-WORK
002460                                  PIC 9(001).
002470 01  D5-CHK-QUOTIENT              PIC 9(004) COMP.
002480 01  D5-CHK-FIELD.
002490     05 D5-CHK-SIGN               PIC X(001).
002500     05 D5-CHK-VALUE              PIC 9(003).
002510 01  D5-HEADING-LINE.
002520     05 FILLER                    PIC X(036)
002530            VALUE 'DIRECT DEBIT COLLECTION RUN         '.
002540     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002550     05 D5-HDG-DATE               PIC 9(008).
002560     05 FILLER                    PIC X(083) VALUE SPACES.
002570 01  D5-INSTR-HEADING.
002580     05 FILLER                    PIC X(040)
002590            VALUE 'CUSTOMER INSTRUCTIONS NOT APPLIED       '.
002600     05 FILLER                    PIC X(092) VALUE SPACES.
002610 01  D5-INSTR-LINE.
002620     05 D5-INL-ACTION             PIC X(001).
002630     05 FILLER                    PIC X(002) VALUE SPACES.
002640     05 D5-INL-ORIGINATOR         PIC X(010).
002650     05 FILLER                    PIC X(002) VALUE SPACES.
002660     05 D5-INL-MANDATE            PIC X(016).
002670     05 FILLER                    PIC X(002) VALUE SPACES.
002680     05 D5-INL-ITEM-REF           PIC X(016).
002690     05 FILLER                    PIC X(002) VALUE SPACES.
002700     05 D5-INL-LODGED-BY          PIC X(010).
002710     05 FILLER                    PIC X(002) VALUE SPACES.
002720     05 D5-INL-REASON             PIC X(040).
002730     05 FILLER                    PIC X(029) VALUE SPACES.
002740 01  D5-SETTLE-HEADING-1.
002750     05 FILLER                    PIC X(040)
002760            VALUE 'ORIGINATOR SETTLEMENT                   '.
002770     05 FILLER                    PIC X(092) VALUE SPACES.
002780 01  D5-SETTLE-HEADING-2.
002790     05 FILLER                    PIC X(040)
002800            VALUE 'ORIGINATOR    COLLECTED          AMOUNT '.
002810     05 FILLER                    PIC X(040)
002820            VALUE '  RETURNED          AMOUNT   REFUNDED   '.
002830     05 FILLER                    PIC X(040)
002840            VALUE '       AMOUNT                 NET       '.
002850     05 FILLER                    PIC X(012) VALUE SPACES.
002860 01  D5-SETTLE-LINE.
002870     05 D5-STL-ORIGINATOR         PIC X(010).
002880     05 FILLER                    PIC X(002) VALUE SPACES.
002890     05 D5-STL-COLL-COUNT         PIC ZZZZZZ9.
002900     05 FILLER                    PIC X(001) VALUE SPACES.
002910     05 D5-STL-COLL-AMOUNT        PIC Z(013)9.99.
002920     05 FILLER                    PIC X(002) VALUE SPACES.
002930     05 D5-STL-RET-COUNT          PIC ZZZZZZ9.
002940     05 FILLER                    PIC X(001) VALUE SPACES.
002950     05 D5-STL-RET-AMOUNT         PIC Z(013)9.99.
002960     05 FILLER                    PIC X(002) VALUE SPACES.
002970     05 D5-STL-RFD-COUNT          PIC ZZZZZZ9.
002980     05 FILLER                    PIC X(001) VALUE SPACES.
002990     05 D5-STL-RFD-AMOUNT         PIC Z(013)9.99.
003000     05 FILLER                    PIC X(002) VALUE SPACES.
003010     05 D5-STL-NET-AMOUNT         PIC -(014)9.99.
003020     05 FILLER                    PIC X(021) VALUE SPACES.
003030 COPY "Transaction_Req.cpy".
003040 COPY "Run_Statistics.cpy".
003050 COPY "Dd_Mandate.cpy"
003060     REPLACING DD-MANDATE-RECORD BY D5-MANDATE-WORK.
003070 COPY "Dd_Collection_Register.cpy"
003080     REPLACING DD-COLLECTION-REGISTER BY D5-COLLECTED-WORK.
003085 COPY "Business_Date_Service.cpy".
003090 PROCEDURE DIVISION.
003100*-----------------------------------------------------------------
003110 0000-MAINLINE.
003120*-----------------------------------------------------------------
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     PERFORM 2000-APPLY-INSTRUCTION THRU 2000-EXIT
003150         UNTIL D5-DDINSTF-EOF.
003160     PERFORM 4000-WORK-ONE-LINE THRU 4000-EXIT
003170         UNTIL D5-DDCOLF-EOF.
003180     IF D5-FILE-OPEN
003190*        A FILE WITH NO TRAILER NEVER POSTS.
003200         MOVE 'FILE TRAILER MISSING' TO D5-FILE-REASON
003210         SET D5-FILE-FAILED TO TRUE
003220         PERFORM 5000-FLUSH-FILE THRU 5000-EXIT
003230     END-IF.
003240     PERFORM 6000-WRITE-NEW-GENERATION THRU 6000-EXIT.
003250     PERFORM 7000-SETTLEMENT-REPORT THRU 7000-EXIT.
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003270     STOP RUN.
003280*-----------------------------------------------------------------
003290 1000-INITIALIZE.
003300*-----------------------------------------------------------------
003310     ACCEPT D5-RUN-DATE FROM DATE YYYYMMDD.
003311     MOVE SPACES TO BUSINESS-DATE-AREA.
003312     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
003313     EVALUATE TRUE
003314         WHEN BDS-OK
003315             MOVE BDS-BUSINESS-DATE TO D5-RUN-DATE
003316         WHEN BDS-NOT-STARTED
003317             DISPLAY 'ESB095D: BUSINESS DATE NOT STARTED -'
003318                 ' RUN REFUSED'
003319             MOVE 8 TO RETURN-CODE
003320             STOP RUN
003321         WHEN OTHER
003322             CONTINUE
003323     END-EVALUATE.
003324     ACCEPT D5-RUN-TIME FROM TIME.
003330     ACCEPT RST-START-TIME FROM TIME.
003340     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
003350                  RST-REJECT-COUNT.
003360     COMPUTE D5-RUN-DAY-NUMBER =
003370         FUNCTION INTEGER-OF-DATE(D5-RUN-DATE).
003380     MOVE D5-RUN-DATE TO D5-NEW-PCREF-DATE.
003390     MOVE D5-RUN-DATE TO D5-RFD-PCREF-DATE.
003400     OPEN INPUT DDORIGF.
003410     IF D5-DDORIGF-OK
003420         PERFORM 9100-READ-DDORIGF THRU 9100-EXIT
003430     ELSE
003440         SET D5-DDORIGF-EOF TO TRUE
003450     END-IF.
003460     PERFORM 1100-LOAD-ORIGINATORS THRU 1100-EXIT
003470         UNTIL D5-DDORIGF-EOF.
003480     CLOSE DDORIGF.
003490     OPEN INPUT DDMOLDF.
003500     IF D5-DDMOLDF-OK
003510         PERFORM 9200-READ-DDMOLDF THRU 9200-EXIT
003520     ELSE
003530         SET D5-DDMOLDF-EOF TO TRUE
003540     END-IF.
003550     PERFORM 1200-LOAD-MANDATES THRU 1200-EXIT
003560         UNTIL D5-DDMOLDF-EOF.
003570     CLOSE DDMOLDF.
003580     OPEN INPUT DDCOLOLD.
003590     IF D5-DDCOLOLD-OK
003600         PERFORM 9300-READ-DDCOLOLD THRU 9300-EXIT
003610     ELSE
003620         SET D5-DDCOLOLD-EOF TO TRUE
003630     END-IF.
003640     PERFORM 1300-LOAD-COLLECTIONS THRU 1300-EXIT
003650         UNTIL D5-DDCOLOLD-EOF.
003660     CLOSE DDCOLOLD.
003670     OPEN INPUT DDINSTF.
003680     IF D5-DDINSTF-OK
003690         PERFORM 9400-READ-DDINSTF THRU 9400-EXIT
003700     ELSE
003710         SET D5-DDINSTF-EOF TO TRUE
003720     END-IF.
003730     OPEN INPUT DDCOLF.
003740     IF D5-DDCOLF-OK
003750         PERFORM 9500-READ-DDCOLF THRU 9500-EXIT
003760     ELSE
003770         SET D5-DDCOLF-EOF TO TRUE
003780     END-IF.
003790     OPEN OUTPUT DDGENF.
003800     OPEN OUTPUT DDRETF.
003810     OPEN OUTPUT DDMNEWF.
003820     OPEN OUTPUT DDCOLNEW.
003830     OPEN OUTPUT DDRPT.
003840     MOVE D5-RUN-DATE TO D5-HDG-DATE.
003850     MOVE D5-HEADING-LINE TO DDRPT-RECORD.
003860     WRITE DDRPT-RECORD.
003870     MOVE D5-INSTR-HEADING TO DDRPT-RECORD.
003880     WRITE DDRPT-RECORD.
003890 1000-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------------
003920 1100-LOAD-ORIGINATORS.
003930*-----------------------------------------------------------------
003940     IF D5-ORIGINATOR-COUNT < 200
003950         ADD 1 TO D5-ORIGINATOR-COUNT
003960         SET D5-ORG-IDX TO D5-ORIGINATOR-COUNT
003970         MOVE DDO-ORIGINATOR-ID TO D5-ORG-ID (D5-ORG-IDX)
003980         MOVE DDO-STATUS TO D5-ORG-STATUS (D5-ORG-IDX)
003990         MOVE DDO-SETTLE-BRANCH TO D5-ORG-BRANCH (D5-ORG-IDX)
004000         MOVE DDO-SETTLE-ACCOUNT TO D5-ORG-ACCOUNT (D5-ORG-IDX)
004010         MOVE DDO-SETTLE-SUBACCT TO D5-ORG-SUBACCT (D5-ORG-IDX)
004020         MOVE DDO-CCY TO D5-ORG-CCY (D5-ORG-IDX)
004030         MOVE DDO-TCD-DEBIT TO D5-ORG-TCD-DEBIT (D5-ORG-IDX)
004040         MOVE DDO-TCD-CREDIT TO D5-ORG-TCD-CREDIT (D5-ORG-IDX)
004050         MOVE ZERO TO D5-ORG-COLL-COUNT (D5-ORG-IDX)
004060                      D5-ORG-COLL-AMOUNT (D5-ORG-IDX)
004070                      D5-ORG-RET-COUNT (D5-ORG-IDX)
004080                      D5-ORG-RET-AMOUNT (D5-ORG-IDX)
004090                      D5-ORG-RFD-COUNT (D5-ORG-IDX)
004100                      D5-ORG-RFD-AMOUNT (D5-ORG-IDX)
004101     ELSE
004102*        AN ORIGINATOR LEFT OUT WOULD HAVE EVERY FILE IT SENDS
004103*        RETURNED, SO A FULL TABLE STOPS THE RUN.
004104         DISPLAY 'ESB095D: ORIGINATOR TABLE FULL AT '
004105             DDO-ORIGINATOR-ID ' - RUN REFUSED'
004106         MOVE 8 TO RETURN-CODE
004107         STOP RUN
004110     END-IF.
004120     PERFORM 9100-READ-DDORIGF THRU 9100-EXIT.
004130 1100-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------------
004160 1200-LOAD-MANDATES.
004170*-----------------------------------------------------------------
004180     IF D5-MANDATE-COUNT < 5000
004190         ADD 1 TO D5-MANDATE-COUNT
004200         SET D5-MDT-IDX TO D5-MANDATE-COUNT
004210         MOVE DD-MANDATE-RECORD TO D5-MDT-RECORD (D5-MDT-IDX)
004220     ELSE
004226*        A MANDATE LEFT OUT WOULD VANISH FROM THE NEW GENERATION.
004232         DISPLAY 'ESB095D: MANDATE TABLE FULL AT '
004240             DDM-ORIGINATOR-ID OF DD-MANDATE-RECORD ' '
004245             DDM-MANDATE-REF OF DD-MANDATE-RECORD ' - RUN REFUSED'
004250         MOVE 8 TO RETURN-CODE
004255         STOP RUN
004260     END-IF.
004270     PERFORM 9200-READ-DDMOLDF THRU 9200-EXIT.
004280 1200-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310 1300-LOAD-COLLECTIONS.
004320*-----------------------------------------------------------------
004330*    COLLECTIONS PAST THE REFUND WINDOW ARE DROPPED HERE.
004340     IF DCR-COLLECT-DATE OF DD-COLLECTION-REGISTER IS NUMERIC
004350        AND DCR-COLLECT-DATE OF DD-COLLECTION-REGISTER > ZERO
004360         COMPUTE D5-DAYS-SINCE = D5-RUN-DAY-NUMBER
004370             - FUNCTION INTEGER-OF-DATE
004380                 (DCR-COLLECT-DATE OF DD-COLLECTION-REGISTER)
004390         IF D5-DAYS-SINCE > D5-RETENTION-DAYS
004400             ADD 1 TO D5-AGED-OUT-COUNT
004410             GO TO 1390-NEXT-COLLECTION
004420         END-IF
004430     END-IF.
004440     IF D5-COLLECTED-COUNT < 5000
004450         ADD 1 TO D5-COLLECTED-COUNT
004460         SET D5-CLR-IDX TO D5-COLLECTED-COUNT
004470         MOVE DD-COLLECTION-REGISTER TO D5-CLR-RECORD (D5-CLR-IDX)
004480     ELSE
004486*        A COLLECTION LEFT OUT COULD NO LONGER BE REFUNDED.
004492         DISPLAY 'ESB095D: COLLECTION REGISTER FULL AT '
004500             DCR-ORIGINATOR-ID OF DD-COLLECTION-REGISTER ' '
004510             DCR-ITEM-REF OF DD-COLLECTION-REGISTER
004512             ' - RUN REFUSED'
004514         MOVE 8 TO RETURN-CODE
004516         STOP RUN
004520     END-IF.
004530 1390-NEXT-COLLECTION.
004540     PERFORM 9300-READ-DDCOLOLD THRU 9300-EXIT.
004550 1300-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580 2000-APPLY-INSTRUCTION.
004590*-----------------------------------------------------------------
004600     ADD 1 TO D5-INSTR-COUNT.
004610     ADD 1 TO RST-RECORDS-IN.
004620     MOVE SPACES TO D5-INSTR-REASON.
004630     PERFORM 3100-FIND-MANDATE THRU 3100-EXIT.
004640     EVALUATE TRUE
004650         WHEN DCI-NEW-MANDATE
004660             PERFORM 2100-ADD-MANDATE THRU 2100-EXIT
004670         WHEN DCI-CANCEL-MANDATE
004680         WHEN DCI-SUSPEND-MANDATE
004690         WHEN DCI-REINSTATE-MANDATE
004700             PERFORM 2200-CHANGE-STATUS THRU 2200-EXIT
004710         WHEN DCI-STOP-COLLECTION
004720             PERFORM 2300-LODGE-STOP THRU 2300-EXIT
004730         WHEN DCI-REFUND-CLAIM
004740             PERFORM 2400-REFUND-CLAIM THRU 2400-EXIT
004750         WHEN OTHER
004760             MOVE 'UNKNOWN INSTRUCTION ACTION' TO D5-INSTR-REASON
004770     END-EVALUATE.
004780     IF D5-INSTR-REASON NOT = SPACES
004790         PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT
004800     END-IF.
004810     PERFORM 9400-READ-DDINSTF THRU 9400-EXIT.
004820 2000-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850 2100-ADD-MANDATE.
004860*-----------------------------------------------------------------
004870     IF D5-FOUND
004880         MOVE 'MANDATE ALREADY REGISTERED' TO D5-INSTR-REASON
004890         GO TO 2100-EXIT
004900     END-IF.
004910     MOVE DCI-ORIGINATOR-ID TO D5-FILE-ORIGINATOR.
004920     PERFORM 3000-FIND-ORIGINATOR THRU 3000-EXIT.
004930     IF NOT D5-FOUND
004940         MOVE 'ORIGINATOR NOT REGISTERED' TO D5-INSTR-REASON
004950         GO TO 2100-EXIT
004960     END-IF.
004970     IF DCI-MANDATE-REF = SPACES
004980        OR DCI-BRANCH = SPACES
004990        OR DCI-ACCOUNT = SPACES
005000        OR DCI-SUBACCT = SPACES
005010         MOVE 'MANDATE REFERENCE OR ACCOUNT MISSING'
005020             TO D5-INSTR-REASON
005030         GO TO 2100-EXIT
005040     END-IF.
005050     IF DCI-MAX-AMOUNT NOT NUMERIC
005060         MOVE 'MAXIMUM AMOUNT NOT NUMERIC' TO D5-INSTR-REASON
005070         GO TO 2100-EXIT
005080     END-IF.
005090     IF DCI-START-DATE NOT NUMERIC
005100        OR DCI-START-DATE = ZERO
005110        OR DCI-END-DATE NOT NUMERIC
005120         MOVE 'START OR END DATE INVALID' TO D5-INSTR-REASON
005130         GO TO 2100-EXIT
005140     END-IF.
005150     IF DCI-END-DATE NOT = ZERO
005160        AND DCI-END-DATE < DCI-START-DATE
005170         MOVE 'END DATE BEFORE START DATE' TO D5-INSTR-REASON
005180         GO TO 2100-EXIT
005190     END-IF.
005200     MOVE SPACES TO D5-MANDATE-WORK.
005210     MOVE DCI-FREQUENCY TO DDM-FREQUENCY OF D5-MANDATE-WORK.
005220     IF NOT DDM-FREQUENCY-VALID OF D5-MANDATE-WORK
005230         MOVE 'FREQUENCY NOT W/M/Q/H/Y/A' TO D5-INSTR-REASON
005240         GO TO 2100-EXIT
005250     END-IF.
005260     IF D5-MANDATE-COUNT NOT < 5000
005270         MOVE 'MANDATE TABLE FULL' TO D5-INSTR-REASON
005280         GO TO 2100-EXIT
005290     END-IF.
005300     MOVE DCI-ORIGINATOR-ID
005310         TO DDM-ORIGINATOR-ID OF D5-MANDATE-WORK.
005320     MOVE DCI-MANDATE-REF TO DDM-MANDATE-REF OF D5-MANDATE-WORK.
005330     MOVE DCI-BRANCH TO DDM-BRANCH OF D5-MANDATE-WORK.
005340     MOVE DCI-ACCOUNT TO DDM-ACCOUNT OF D5-MANDATE-WORK.
005350     MOVE DCI-SUBACCT TO DDM-SUBACCT OF D5-MANDATE-WORK.
005360     MOVE DCI-MAX-AMOUNT TO DDM-MAX-AMOUNT OF D5-MANDATE-WORK.
005370     MOVE DCI-START-DATE TO DDM-START-DATE OF D5-MANDATE-WORK.
005380     MOVE DCI-END-DATE TO DDM-END-DATE OF D5-MANDATE-WORK.
005390     SET DDM-ACTIVE OF D5-MANDATE-WORK TO TRUE.
005400     MOVE D5-RUN-DATE TO DDM-STATUS-DATE OF D5-MANDATE-WORK.
005410     MOVE ZERO TO DDM-LAST-COLLECT OF D5-MANDATE-WORK.
005420     MOVE 'N' TO DDM-STOP-PENDING OF D5-MANDATE-WORK.
005430     MOVE SPACES TO DDM-STOP-ITEM-REF OF D5-MANDATE-WORK.
005440     MOVE ZERO TO DDM-STOP-DATE OF D5-MANDATE-WORK.
005450     ADD 1 TO D5-MANDATE-COUNT.
005460     SET D5-MDT-IDX TO D5-MANDATE-COUNT.
005470     MOVE D5-MANDATE-WORK TO D5-MDT-RECORD (D5-MDT-IDX).
005480 2100-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510 2200-CHANGE-STATUS.
005520*-----------------------------------------------------------------
005530     IF NOT D5-FOUND
005540         MOVE 'NO SUCH MANDATE' TO D5-INSTR-REASON
005550         GO TO 2200-EXIT
005560     END-IF.
005570     MOVE D5-MDT-RECORD (D5-MANDATE-SUB) TO D5-MANDATE-WORK.
005580*    A CANCELLED MANDATE IS FINAL; THE ORIGINATOR MUST TAKE A
005590*    NEW ONE.
005600     IF DDM-CANCELLED OF D5-MANDATE-WORK
005610         MOVE 'MANDATE ALREADY CANCELLED' TO D5-INSTR-REASON
005620         GO TO 2200-EXIT
005630     END-IF.
005640     EVALUATE TRUE
005650         WHEN DCI-CANCEL-MANDATE
005660             SET DDM-CANCELLED OF D5-MANDATE-WORK TO TRUE
005670         WHEN DCI-SUSPEND-MANDATE
005680             SET DDM-SUSPENDED OF D5-MANDATE-WORK TO TRUE
005690         WHEN DCI-REINSTATE-MANDATE
005700             SET DDM-ACTIVE OF D5-MANDATE-WORK TO TRUE
005710     END-EVALUATE.
005720     MOVE D5-RUN-DATE TO DDM-STATUS-DATE OF D5-MANDATE-WORK.
005730     MOVE D5-MANDATE-WORK TO D5-MDT-RECORD (D5-MANDATE-SUB).
005740 2200-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770 2300-LODGE-STOP.
005780*-----------------------------------------------------------------
005790     IF NOT D5-FOUND
005800         MOVE 'NO SUCH MANDATE' TO D5-INSTR-REASON
005810         GO TO 2300-EXIT
005820     END-IF.
005830     MOVE D5-MDT-RECORD (D5-MANDATE-SUB) TO D5-MANDATE-WORK.
005840     SET DDM-STOP-LODGED OF D5-MANDATE-WORK TO TRUE.
005850     MOVE DCI-ITEM-REF TO DDM-STOP-ITEM-REF OF D5-MANDATE-WORK.
005860     MOVE D5-RUN-DATE TO DDM-STOP-DATE OF D5-MANDATE-WORK.
005870     MOVE D5-MANDATE-WORK TO D5-MDT-RECORD (D5-MANDATE-SUB).
005880 2300-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910 2400-REFUND-CLAIM.
005920*-----------------------------------------------------------------
005930     IF NOT D5-FOUND
005940         MOVE 'NO SUCH MANDATE' TO D5-INSTR-REASON
005950         GO TO 2400-EXIT
005960     END-IF.
005970     MOVE DCI-ORIGINATOR-ID TO D5-FILE-ORIGINATOR.
005980     PERFORM 3000-FIND-ORIGINATOR THRU 3000-EXIT.
005990     IF NOT D5-FOUND
006000         MOVE 'ORIGINATOR NOT REGISTERED' TO D5-INSTR-REASON
006010         GO TO 2400-EXIT
006020     END-IF.
006030     MOVE 'N' TO D5-FOUND-SW.
006040     IF D5-COLLECTED-COUNT > ZERO
006050         SET D5-CLR-LOOKUP-IDX TO 1
006060         PERFORM 2410-SCAN-COLLECTED THRU 2410-EXIT
006070             UNTIL D5-CLR-LOOKUP-IDX > D5-COLLECTED-COUNT
006080                OR D5-FOUND
006090     END-IF.
006100     IF NOT D5-FOUND
006110         MOVE 'COLLECTION NOT FOUND OR PAST WINDOW'
006120             TO D5-INSTR-REASON
006130         GO TO 2400-EXIT
006140     END-IF.
006150     MOVE D5-CLR-RECORD (D5-CLR-LOOKUP-IDX) TO D5-COLLECTED-WORK.
006160     IF DCR-REFUNDED OF D5-COLLECTED-WORK
006170         MOVE 'COLLECTION ALREADY REFUNDED' TO D5-INSTR-REASON
006180         GO TO 2400-EXIT
006190     END-IF.
006200     IF D5-REFUND-SEQ NOT < 9999
006210         MOVE 'REFUND BATCH FULL, RELODGE TOMORROW'
006220             TO D5-INSTR-REASON
006230         GO TO 2400-EXIT
006240     END-IF.
006250     IF NOT D5-REFUND-BATCH-OPEN
006260*        ALL OF THE DAY'S REFUNDS GO UNDER ONE PCREF.
006270         ADD 1 TO D5-RFD-PCREF-SEQ
006280         SET D5-REFUND-BATCH-OPEN TO TRUE
006290     END-IF.
006300     ADD 1 TO D5-REFUND-SEQ.
006310     PERFORM 2500-BUILD-REFUND THRU 2500-EXIT.
006320     SET DCR-REFUNDED OF D5-COLLECTED-WORK TO TRUE.
006330     MOVE D5-RUN-DATE TO DCR-REFUND-DATE OF D5-COLLECTED-WORK.
006340     MOVE D5-COLLECTED-WORK TO D5-CLR-RECORD (D5-CLR-LOOKUP-IDX).
006350     ADD 1 TO D5-REFUND-COUNT.
006360     ADD 1 TO RST-RECORDS-OUT.
006370     ADD 1 TO D5-ORG-RFD-COUNT (D5-ORIG-SUB).
006380     ADD DCR-AMOUNT OF D5-COLLECTED-WORK
006390         TO D5-ORG-RFD-AMOUNT (D5-ORIG-SUB).
006400*    THE ORIGINATOR IS TOLD OF THE REFUND ON ITS RETURN FILE.
006410     MOVE SPACES TO DD-RETURN-RECORD.
006420     MOVE DCR-ORIGINATOR-ID OF D5-COLLECTED-WORK
006430         TO DRT-ORIGINATOR-ID.
006440     MOVE DCR-FILE-REF OF D5-COLLECTED-WORK TO DRT-FILE-REF.
006450     MOVE ZERO TO DRT-ITEM-NUMBER.
006460     MOVE DCR-MANDATE-REF OF D5-COLLECTED-WORK TO DRT-MANDATE-REF.
006470     MOVE DCR-ITEM-REF OF D5-COLLECTED-WORK TO DRT-ITEM-REF.
006480     MOVE DCR-AMOUNT OF D5-COLLECTED-WORK TO DRT-AMOUNT.
006490     SET DRT-REFUND-CLAIM TO TRUE.
006500     IF DCI-REASON = SPACES
006510         MOVE 'CUSTOMER REFUND CLAIM' TO DRT-REASON-TEXT
006520     ELSE
006530         MOVE DCI-REASON TO DRT-REASON-TEXT
006540     END-IF.
006550     MOVE D5-REFUND-PCREF TO DRT-PCREF.
006560     MOVE D5-REFUND-SEQ TO DRT-TRANSQ.
006570     MOVE D5-RUN-DATE TO DRT-RUN-DATE.
006580     WRITE DD-RETURN-RECORD.
006590 2400-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620 2410-SCAN-COLLECTED.
006630*-----------------------------------------------------------------
006640     MOVE D5-CLR-RECORD (D5-CLR-LOOKUP-IDX) TO D5-COLLECTED-WORK.
006650     IF DCR-ORIGINATOR-ID OF D5-COLLECTED-WORK = DCI-ORIGINATOR-ID
006660        AND DCR-MANDATE-REF OF D5-COLLECTED-WORK = DCI-MANDATE-REF
006670        AND DCR-ITEM-REF OF D5-COLLECTED-WORK = DCI-ITEM-REF
006680         SET D5-FOUND TO TRUE
006690     ELSE
006700         SET D5-CLR-LOOKUP-IDX UP BY 1
006710     END-IF.
006720 2410-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------------
006750 2500-BUILD-REFUND.
006760*-----------------------------------------------------------------
006770*    THE REVERSE OF THE COLLECTION: THE ORIGINATOR'S SETTLEMENT
006780*    ACCOUNT IS DEBITED AND THE CUSTOMER CREDITED.
006790     MOVE SPACES TO D5-ITEM-WORK.
006800     MOVE DCR-AMOUNT OF D5-COLLECTED-WORK TO D5-WRK-AMOUNT-NUM.
006810     MOVE D5-REFUND-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
006820     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
006830     MOVE D5-REFUND-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
006840     MOVE D5-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
006850     MOVE D5-ORG-BRANCH (D5-ORIG-SUB)
006860         TO GZBRNM OF TRANSACTION-REQ-BODY.
006870     MOVE D5-ORG-BRANCH (D5-ORIG-SUB)
006880         TO GZAB1 OF TRANSACTION-REQ-BODY.
006890     MOVE D5-ORG-ACCOUNT (D5-ORIG-SUB)
006900         TO GZAN1 OF TRANSACTION-REQ-BODY.
006910     MOVE D5-ORG-SUBACCT (D5-ORIG-SUB)
006920         TO GZAS1 OF TRANSACTION-REQ-BODY.
006930     MOVE DCR-BRANCH OF D5-COLLECTED-WORK
006940         TO GZAB2 OF TRANSACTION-REQ-BODY.
006950     MOVE DCR-ACCOUNT OF D5-COLLECTED-WORK
006960         TO GZAN2 OF TRANSACTION-REQ-BODY.
006970     MOVE DCR-SUBACCT OF D5-COLLECTED-WORK
006980         TO GZAS2 OF TRANSACTION-REQ-BODY.
006990     MOVE D5-WRK-AMOUNT TO GZAMA1 OF TRANSACTION-REQ-BODY.
007000     MOVE D5-WRK-AMOUNT TO GZAMA2 OF TRANSACTION-REQ-BODY.
007010     MOVE D5-ORG-TCD-DEBIT (D5-ORIG-SUB)
007020         TO GZTCD1 OF TRANSACTION-REQ-BODY.
007030     MOVE D5-ORG-TCD-CREDIT (D5-ORIG-SUB)
007040         TO GZTCD2 OF TRANSACTION-REQ-BODY.
007050     MOVE D5-ORG-CCY (D5-ORIG-SUB)
007060         TO GZCCY1 OF TRANSACTION-REQ-BODY.
007070     MOVE D5-ORG-CCY (D5-ORIG-SUB)
007080         TO GZCCY2 OF TRANSACTION-REQ-BODY.
007090     MOVE DCR-MANDATE-REF OF D5-COLLECTED-WORK
007100         TO GZDRF1 OF TRANSACTION-REQ-BODY.
007110     MOVE DCR-ITEM-REF OF D5-COLLECTED-WORK
007120         TO GZDRF2 OF TRANSACTION-REQ-BODY.
007130     MOVE DCR-ITEM-REF OF D5-COLLECTED-WORK
007140         TO GZTREF OF TRANSACTION-REQ-BODY.
007150     MOVE SPACES TO GZNR1 OF TRANSACTION-REQ-BODY.
007160     STRING 'DD REFUND ' DCR-MANDATE-REF OF D5-COLLECTED-WORK
007170         DELIMITED BY SIZE INTO GZNR1 OF TRANSACTION-REQ-BODY.
007180     PERFORM 5600-STAMP-CHECK-DIGITS THRU 5600-EXIT.
007190     MOVE TRANSACTION-REQ TO DDGENF-RECORD.
007200     WRITE DDGENF-RECORD.
007210 2500-EXIT.
007220     EXIT.
007230*-----------------------------------------------------------------
007240 2900-LIST-INSTRUCTION.
007250*-----------------------------------------------------------------
007260     ADD 1 TO D5-INSTR-REJECT-COUNT.
007270     ADD 1 TO RST-REJECT-COUNT.
007280     MOVE DCI-ACTION TO D5-INL-ACTION.
007290     MOVE DCI-ORIGINATOR-ID TO D5-INL-ORIGINATOR.
007300     MOVE DCI-MANDATE-REF TO D5-INL-MANDATE.
007310     MOVE DCI-ITEM-REF TO D5-INL-ITEM-REF.
007320     MOVE DCI-LODGED-BY TO D5-INL-LODGED-BY.
007330     MOVE D5-INSTR-REASON TO D5-INL-REASON.
007340     MOVE D5-INSTR-LINE TO DDRPT-RECORD.
007350     WRITE DDRPT-RECORD.
007360 2900-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------------
007390 3000-FIND-ORIGINATOR.
007400*-----------------------------------------------------------------
007410*    LOOKS UP D5-FILE-ORIGINATOR; D5-ORIG-SUB IS SET WHEN FOUND.
007420     MOVE 'N' TO D5-FOUND-SW.
007430     MOVE ZERO TO D5-ORIG-SUB.
007440     IF D5-ORIGINATOR-COUNT = ZERO
007450         GO TO 3000-EXIT
007460     END-IF.
007470     SET D5-ORG-LOOKUP-IDX TO 1.
007480     PERFORM 3010-SCAN-ORIGINATORS THRU 3010-EXIT
007490         UNTIL D5-ORG-LOOKUP-IDX > D5-ORIGINATOR-COUNT
007500            OR D5-FOUND.
007510     IF D5-FOUND
007520         SET D5-ORIG-SUB TO D5-ORG-LOOKUP-IDX
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------------
007570 3010-SCAN-ORIGINATORS.
007580*-----------------------------------------------------------------
007590     IF D5-ORG-ID (D5-ORG-LOOKUP-IDX) = D5-FILE-ORIGINATOR
007600         SET D5-FOUND TO TRUE
007610     ELSE
007620         SET D5-ORG-LOOKUP-IDX UP BY 1
007630     END-IF.
007640 3010-EXIT.
007650     EXIT.
007660*-----------------------------------------------------------------
007670 3100-FIND-MANDATE.
007680*-----------------------------------------------------------------
007690*    LOOKS UP THE INSTRUCTION'S ORIGINATOR AND MANDATE REFERENCE.
007700     MOVE DCI-ORIGINATOR-ID TO D5-FILE-ORIGINATOR.
007710     MOVE DCI-MANDATE-REF TO D5-WRK-MANDATE-REF.
007720     PERFORM 3200-LOOKUP-MANDATE THRU 3200-EXIT.
007730 3100-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007760 3200-LOOKUP-MANDATE.
007770*-----------------------------------------------------------------
007780*    LOOKS UP D5-FILE-ORIGINATOR PLUS D5-WRK-MANDATE-REF;
007790*    D5-MANDATE-SUB IS SET WHEN FOUND.
007800     MOVE 'N' TO D5-FOUND-SW.
007810     MOVE ZERO TO D5-MANDATE-SUB.
007820     IF D5-MANDATE-COUNT = ZERO
007830         GO TO 3200-EXIT
007840     END-IF.
007850     SET D5-MDT-LOOKUP-IDX TO 1.
007860     PERFORM 3210-SCAN-MANDATES THRU 3210-EXIT
007870         UNTIL D5-MDT-LOOKUP-IDX > D5-MANDATE-COUNT
007880            OR D5-FOUND.
007890     IF D5-FOUND
007900         SET D5-MANDATE-SUB TO D5-MDT-LOOKUP-IDX
007910     END-IF.
007920 3200-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------------
007950 3210-SCAN-MANDATES.
007960*-----------------------------------------------------------------
007970     MOVE D5-MDT-RECORD (D5-MDT-LOOKUP-IDX) TO D5-MANDATE-WORK.
007980     IF DDM-ORIGINATOR-ID OF D5-MANDATE-WORK = D5-FILE-ORIGINATOR
007990        AND DDM-MANDATE-REF OF D5-MANDATE-WORK =
008000             D5-WRK-MANDATE-REF
008010         SET D5-FOUND TO TRUE
008020     ELSE
008030         SET D5-MDT-LOOKUP-IDX UP BY 1
008040     END-IF.
008050 3210-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080 4000-WORK-ONE-LINE.
008090*-----------------------------------------------------------------
008100     ADD 1 TO RST-RECORDS-IN.
008110     EVALUATE TRUE
008120         WHEN DCL-FILE-HEADER
008130             PERFORM 4100-OPEN-FILE THRU 4100-EXIT
008140         WHEN DCL-COLLECTION-ITEM
008150             PERFORM 4200-BUFFER-ITEM THRU 4200-EXIT
008160         WHEN DCL-FILE-TRAILER
008170             PERFORM 4500-CHECK-TRAILER THRU 4500-EXIT
008180             PERFORM 5000-FLUSH-FILE THRU 5000-EXIT
008190         WHEN OTHER
008200             CONTINUE
008210     END-EVALUATE.
008220     PERFORM 9500-READ-DDCOLF THRU 9500-EXIT.
008230 4000-EXIT.
008240     EXIT.
008250*-----------------------------------------------------------------
008260 4100-OPEN-FILE.
008270*-----------------------------------------------------------------
008280     IF D5-FILE-OPEN
008290         MOVE 'FILE TRAILER MISSING' TO D5-FILE-REASON
008300         SET D5-FILE-FAILED TO TRUE
008310         PERFORM 5000-FLUSH-FILE THRU 5000-EXIT
008320     END-IF.
008330     SET D5-FILE-OPEN TO TRUE.
008340     MOVE 'N' TO D5-FILE-FAILED-SW.
008350     MOVE SPACES TO D5-FILE-REASON.
008360     MOVE ZERO TO D5-FILE-TOTAL.
008370     MOVE ZERO TO D5-FILE-ITEMS.
008380     MOVE ZERO TO D5-ITEM-COUNT.
008390     ADD 1 TO D5-FILE-COUNT.
008400     MOVE DCL-HDR-ORIGINATOR TO D5-FILE-ORIGINATOR.
008410     MOVE DCL-HDR-FILE-REF TO D5-FILE-REF.
008420     PERFORM 3000-FIND-ORIGINATOR THRU 3000-EXIT.
008430     IF NOT D5-FOUND
008440         MOVE 'ORIGINATOR NOT REGISTERED' TO D5-FILE-REASON
008450         SET D5-FILE-FAILED TO TRUE
008460         GO TO 4100-EXIT
008470     END-IF.
008480     IF D5-ORG-STATUS (D5-ORIG-SUB) NOT = 'A'
008490         MOVE 'ORIGINATOR SUSPENDED' TO D5-FILE-REASON
008500         SET D5-FILE-FAILED TO TRUE
008510         GO TO 4100-EXIT
008520     END-IF.
008530     PERFORM 4110-TEST-DUPLICATE THRU 4110-EXIT.
008540     IF D5-FOUND
008550         MOVE 'DUPLICATE FILE REFERENCE' TO D5-FILE-REASON
008560         SET D5-FILE-FAILED TO TRUE
008570     END-IF.
008580 4100-EXIT.
008590     EXIT.
008600*-----------------------------------------------------------------
008610 4110-TEST-DUPLICATE.
008620*-----------------------------------------------------------------
008630*    A FILE ALREADY COLLECTED FROM IS ON THE COLLECTION REGISTER.
008640     MOVE 'N' TO D5-FOUND-SW.
008650     IF D5-COLLECTED-COUNT = ZERO
008660         GO TO 4110-EXIT
008670     END-IF.
008680     SET D5-CLR-LOOKUP-IDX TO 1.
008690     PERFORM 4120-SCAN-FILE-REFS THRU 4120-EXIT
008700         UNTIL D5-CLR-LOOKUP-IDX > D5-COLLECTED-COUNT
008710            OR D5-FOUND.
008720 4110-EXIT.
008730     EXIT.
008740*-----------------------------------------------------------------
008750 4120-SCAN-FILE-REFS.
008760*-----------------------------------------------------------------
008770     MOVE D5-CLR-RECORD (D5-CLR-LOOKUP-IDX) TO D5-COLLECTED-WORK.
008780     IF DCR-ORIGINATOR-ID OF D5-COLLECTED-WORK =
008790             D5-FILE-ORIGINATOR
008800        AND DCR-FILE-REF OF D5-COLLECTED-WORK = D5-FILE-REF
008810         SET D5-FOUND TO TRUE
008820     ELSE
008830         SET D5-CLR-LOOKUP-IDX UP BY 1
008840     END-IF.
008850 4120-EXIT.
008860     EXIT.
008870*-----------------------------------------------------------------
008880 4200-BUFFER-ITEM.
008890*-----------------------------------------------------------------
008900     IF NOT D5-FILE-OPEN
008910         GO TO 4200-EXIT
008920     END-IF.
008930     ADD 1 TO D5-FILE-ITEMS.
008940     IF DCL-AMOUNT IS NUMERIC
008950         ADD DCL-AMOUNT-NUM TO D5-FILE-TOTAL
008960     END-IF.
008970     MOVE DCL-BODY TO D5-ITEM-WORK.
008980     MOVE SPACES TO D5-ITEM-CODE.
008990     MOVE SPACES TO D5-ITEM-REASON.
009000     MOVE ZERO TO D5-MANDATE-SUB.
009010     IF NOT D5-FILE-FAILED
009020         PERFORM 4300-CHECK-MANDATE THRU 4300-EXIT
009030     END-IF.
009040     IF D5-ITEM-COUNT < 1000
009050         ADD 1 TO D5-ITEM-COUNT
009060         SET D5-ITM-IDX TO D5-ITEM-COUNT
009070         MOVE DCL-BODY TO D5-ITM-LINE (D5-ITM-IDX)
009080         MOVE D5-MANDATE-SUB TO D5-ITM-MANDATE-SUB (D5-ITM-IDX)
009090         MOVE D5-ITEM-CODE TO D5-ITM-CODE (D5-ITM-IDX)
009100         MOVE D5-ITEM-REASON TO D5-ITM-REASON (D5-ITM-IDX)
009110         IF D5-ITEM-CODE = SPACES
009120             MOVE 'A' TO D5-ITM-STATUS (D5-ITM-IDX)
009130         ELSE
009140             MOVE 'R' TO D5-ITM-STATUS (D5-ITM-IDX)
009150         END-IF
009160     ELSE
009170*        AN ITEM THE BUFFER CANNOT HOLD IS RETURNED NOW AND THE
009180*        WHOLE FILE FAILS.
009190         MOVE 'FILE EXCEEDS ITEM CAPACITY' TO D5-FILE-REASON
009200         SET D5-FILE-FAILED TO TRUE
009210         MOVE D5-FILE-ITEMS TO D5-ITEM-SEQ
009220         MOVE 'FILE' TO D5-ITEM-CODE
009230         MOVE D5-FILE-REASON TO D5-ITEM-REASON
009240         PERFORM 5300-WRITE-RETURN THRU 5300-EXIT
009250     END-IF.
009260 4200-EXIT.
009270     EXIT.
009280*-----------------------------------------------------------------
009290 4300-CHECK-MANDATE.
009300*-----------------------------------------------------------------
009310*    THE FIRST FAILING TEST GIVES THE RETURN REASON.
009320     IF D5-WRK-AMOUNT NOT NUMERIC
009330        OR D5-WRK-AMOUNT-NUM = ZERO
009340         MOVE 'INVL' TO D5-ITEM-CODE
009350         MOVE 'ITEM AMOUNT MISSING OR ZERO' TO D5-ITEM-REASON
009360         GO TO 4300-EXIT
009370     END-IF.
009380     PERFORM 3200-LOOKUP-MANDATE THRU 3200-EXIT.
009390     IF NOT D5-FOUND
009400         MOVE 'NMDT' TO D5-ITEM-CODE
009410         MOVE 'NO MANDATE' TO D5-ITEM-REASON
009420         GO TO 4300-EXIT
009430     END-IF.
009440     MOVE D5-MDT-RECORD (D5-MANDATE-SUB) TO D5-MANDATE-WORK.
009450     IF DDM-CANCELLED OF D5-MANDATE-WORK
009460         MOVE 'CANC' TO D5-ITEM-CODE
009470         MOVE 'MANDATE CANCELLED' TO D5-ITEM-REASON
009480         GO TO 4300-EXIT
009490     END-IF.
009500     IF DDM-SUSPENDED OF D5-MANDATE-WORK
009510         MOVE 'SUSP' TO D5-ITEM-CODE
009520         MOVE 'MANDATE SUSPENDED BY CUSTOMER' TO D5-ITEM-REASON
009530         GO TO 4300-EXIT
009540     END-IF.
009550     IF D5-RUN-DATE < DDM-START-DATE OF D5-MANDATE-WORK
009560        OR (DDM-END-DATE OF D5-MANDATE-WORK NOT = ZERO
009570            AND D5-RUN-DATE > DDM-END-DATE OF D5-MANDATE-WORK)
009580         MOVE 'NMDT' TO D5-ITEM-CODE
009590         MOVE 'MANDATE NOT IN FORCE ON THIS DATE'
009600             TO D5-ITEM-REASON
009610         GO TO 4300-EXIT
009620     END-IF.
009630     IF DDM-STOP-LODGED OF D5-MANDATE-WORK
009640        AND (DDM-STOP-ITEM-REF OF D5-MANDATE-WORK = SPACES
009650          OR DDM-STOP-ITEM-REF OF D5-MANDATE-WORK =
009660             D5-WRK-ITEM-REF)
009670*        THE STOP IS SPENT WHEN THE FILE IS FLUSHED (5150).
009710         MOVE 'STOP' TO D5-ITEM-CODE
009720         MOVE 'STOPPED BY CUSTOMER' TO D5-ITEM-REASON
009730         GO TO 4300-EXIT
009740     END-IF.
009750     IF DDM-MAX-AMOUNT OF D5-MANDATE-WORK > ZERO
009760        AND D5-WRK-AMOUNT-NUM > DDM-MAX-AMOUNT OF D5-MANDATE-WORK
009770         MOVE 'LIMT' TO D5-ITEM-CODE
009780         MOVE 'OVER THE MANDATE LIMIT' TO D5-ITEM-REASON
009790         GO TO 4300-EXIT
009800     END-IF.
009810     PERFORM 4400-CHECK-FREQUENCY THRU 4400-EXIT.
009820 4300-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------------
009850 4400-CHECK-FREQUENCY.
009860*-----------------------------------------------------------------
009870*    MINIMUM DAYS BETWEEN COLLECTIONS, WITH A FEW DAYS' GRACE
009880*    FOR ORIGINATORS WHO COLLECT ON A WORKING DAY.
009890     EVALUATE TRUE
009900         WHEN DDM-WEEKLY OF D5-MANDATE-WORK
009910             MOVE 6 TO D5-MIN-INTERVAL
009920         WHEN DDM-MONTHLY OF D5-MANDATE-WORK
009930             MOVE 25 TO D5-MIN-INTERVAL
009940         WHEN DDM-QUARTERLY OF D5-MANDATE-WORK
009950             MOVE 85 TO D5-MIN-INTERVAL
009960         WHEN DDM-HALF-YEARLY OF D5-MANDATE-WORK
009970             MOVE 175 TO D5-MIN-INTERVAL
009980         WHEN DDM-YEARLY OF D5-MANDATE-WORK
009990             MOVE 360 TO D5-MIN-INTERVAL
010000         WHEN OTHER
010010             MOVE ZERO TO D5-MIN-INTERVAL
010020     END-EVALUATE.
010030     IF D5-MIN-INTERVAL = ZERO
010040         GO TO 4400-EXIT
010050     END-IF.
010060     IF DDM-LAST-COLLECT OF D5-MANDATE-WORK IS NUMERIC
010070        AND DDM-LAST-COLLECT OF D5-MANDATE-WORK > ZERO
010080         COMPUTE D5-DAYS-SINCE = D5-RUN-DAY-NUMBER
010090             - FUNCTION INTEGER-OF-DATE
010100                 (DDM-LAST-COLLECT OF D5-MANDATE-WORK)
010110         IF D5-DAYS-SINCE < D5-MIN-INTERVAL
010120             MOVE 'FREQ' TO D5-ITEM-CODE
010130             MOVE 'TOO FREQUENT FOR THE MANDATE'
010140                 TO D5-ITEM-REASON
010150             GO TO 4400-EXIT
010160         END-IF
010170     END-IF.
010180*    A SECOND ITEM ON THE SAME MANDATE IN THIS FILE IS ALSO
010190*    TOO FREQUENT.
010200     IF D5-ITEM-COUNT = ZERO
010210         GO TO 4400-EXIT
010220     END-IF.
010230     MOVE 'N' TO D5-FOUND-SW.
010240     SET D5-ITM-LOOKUP-IDX TO 1.
010250     PERFORM 4410-SCAN-FILE-ITEMS THRU 4410-EXIT
010260         UNTIL D5-ITM-LOOKUP-IDX > D5-ITEM-COUNT
010270            OR D5-FOUND.
010280     IF D5-FOUND
010290         MOVE 'FREQ' TO D5-ITEM-CODE
010300         MOVE 'SECOND COLLECTION IN ONE FILE'
010310             TO D5-ITEM-REASON
010320     END-IF.
010330 4400-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------------
010360 4410-SCAN-FILE-ITEMS.
010370*-----------------------------------------------------------------
010380     IF D5-ITM-STATUS (D5-ITM-LOOKUP-IDX) = 'A'
010390        AND D5-ITM-MANDATE-SUB (D5-ITM-LOOKUP-IDX) =
010400             D5-MANDATE-SUB
010410         SET D5-FOUND TO TRUE
010420     ELSE
010430         SET D5-ITM-LOOKUP-IDX UP BY 1
010440     END-IF.
010450 4410-EXIT.
010460     EXIT.
010470*-----------------------------------------------------------------
010480 4500-CHECK-TRAILER.
010490*-----------------------------------------------------------------
010500     IF NOT D5-FILE-OPEN
010510         GO TO 4500-EXIT
010520     END-IF.
010530     IF DCL-TRL-COUNT NOT = D5-FILE-ITEMS
010540         MOVE 'TRAILER ITEM COUNT DISAGREES' TO D5-FILE-REASON
010550         SET D5-FILE-FAILED TO TRUE
010560         GO TO 4500-EXIT
010570     END-IF.
010580     IF DCL-TRL-TOTAL NOT = D5-FILE-TOTAL
010590         MOVE 'TRAILER TOTAL DISAGREES' TO D5-FILE-REASON
010600         SET D5-FILE-FAILED TO TRUE
010610     END-IF.
010620 4500-EXIT.
010630     EXIT.
010640*-----------------------------------------------------------------
010650 5000-FLUSH-FILE.
010660*-----------------------------------------------------------------
010670     IF NOT D5-FILE-OPEN
010680         GO TO 5000-EXIT
010690     END-IF.
010700     MOVE ZERO TO D5-ITEM-SEQ.
010710     IF NOT D5-FILE-FAILED
010720*        THE WHOLE FILE POSTS UNDER ONE PCREF; THE ITEMS TAKE
010730*        CONSECUTIVE TRANSQ NUMBERS.
010740         ADD 1 TO D5-NEW-PCREF-SEQ
010750     END-IF.
010760     IF D5-ITEM-COUNT > ZERO
010770         SET D5-ITM-IDX TO 1
010780         PERFORM 5100-FLUSH-ONE-ITEM THRU 5100-EXIT
010790             UNTIL D5-ITM-IDX > D5-ITEM-COUNT
010800     END-IF.
010810     MOVE 'N' TO D5-FILE-OPEN-SW.
010820 5000-EXIT.
010830     EXIT.
010840*-----------------------------------------------------------------
010850 5100-FLUSH-ONE-ITEM.
010860*-----------------------------------------------------------------
010870     MOVE D5-ITM-LINE (D5-ITM-IDX) TO D5-ITEM-WORK.
010880     IF D5-FILE-FAILED
010890         ADD 1 TO D5-ITEM-SEQ
010900         MOVE 'FILE' TO D5-ITEM-CODE
010910         MOVE D5-FILE-REASON TO D5-ITEM-REASON
010920         PERFORM 5300-WRITE-RETURN THRU 5300-EXIT
010930         GO TO 5190-NEXT-ITEM
010940     END-IF.
010950     IF D5-ITM-STATUS (D5-ITM-IDX) = 'R'
010960         ADD 1 TO D5-ITEM-SEQ
010970         MOVE D5-ITM-CODE (D5-ITM-IDX) TO D5-ITEM-CODE
010980         MOVE D5-ITM-REASON (D5-ITM-IDX) TO D5-ITEM-REASON
010990         PERFORM 5300-WRITE-RETURN THRU 5300-EXIT
010992         IF D5-ITM-CODE (D5-ITM-IDX) = 'STOP'
010994             PERFORM 5150-SPEND-STOP THRU 5150-EXIT
010996         END-IF
011000         GO TO 5190-NEXT-ITEM
011010     END-IF.
011020     ADD 1 TO D5-ITEM-SEQ.
011030     ADD 1 TO D5-COLLECT-COUNT.
011040     ADD 1 TO RST-RECORDS-OUT.
011050     MOVE D5-ITM-MANDATE-SUB (D5-ITM-IDX) TO D5-MANDATE-SUB.
011060     MOVE D5-MDT-RECORD (D5-MANDATE-SUB) TO D5-MANDATE-WORK.
011070     PERFORM 5200-BUILD-TRANSACTION THRU 5200-EXIT.
011080     MOVE D5-RUN-DATE TO DDM-LAST-COLLECT OF D5-MANDATE-WORK.
011090     MOVE D5-MANDATE-WORK TO D5-MDT-RECORD (D5-MANDATE-SUB).
011100     ADD 1 TO D5-ORG-COLL-COUNT (D5-ORIG-SUB).
011110     ADD D5-WRK-AMOUNT-NUM TO D5-ORG-COLL-AMOUNT (D5-ORIG-SUB).
011120     PERFORM 5400-REGISTER-COLLECTION THRU 5400-EXIT.
011130 5190-NEXT-ITEM.
011140     SET D5-ITM-IDX UP BY 1.
011150 5100-EXIT.
011151     EXIT.
011152*-----------------------------------------------------------------
011153 5150-SPEND-STOP.
011154*-----------------------------------------------------------------
011155*    THE STOP IS SPENT ON THE COLLECTION IT CAUGHT, ONCE THAT
011156*    COLLECTION HAS ACTUALLY BEEN RETURNED AS STOPPED; A FILE
011157*    THAT FAILS AS A WHOLE LEAVES THE STOP STANDING.
011158     MOVE D5-ITM-MANDATE-SUB (D5-ITM-IDX) TO D5-MANDATE-SUB.
011159     IF D5-MANDATE-SUB = ZERO
011160         GO TO 5150-EXIT
011161     END-IF.
011162     MOVE D5-MDT-RECORD (D5-MANDATE-SUB) TO D5-MANDATE-WORK.
011163     MOVE 'N' TO DDM-STOP-PENDING OF D5-MANDATE-WORK.
011164     MOVE SPACES TO DDM-STOP-ITEM-REF OF D5-MANDATE-WORK.
011165     MOVE D5-MANDATE-WORK TO D5-MDT-RECORD (D5-MANDATE-SUB).
011166 5150-EXIT.
011167     EXIT.
011170*-----------------------------------------------------------------
011180 5200-BUILD-TRANSACTION.
011190*-----------------------------------------------------------------
011200*    THE CUSTOMER'S MANDATED ACCOUNT IS DEBITED AND THE
011210*    ORIGINATOR'S SETTLEMENT ACCOUNT CREDITED.
011220     MOVE D5-NEW-PCREF TO PCREF OF TRANSACTION-REQ-HEADER.
011230     MOVE '0001' TO NMSGS OF TRANSACTION-REQ-HEADER.
011240     MOVE D5-ITEM-SEQ TO TRANSQ OF TRANSACTION-REQ-HEADER.
011250     MOVE D5-DATE-TIME TO TSTAMP OF TRANSACTION-REQ-HEADER.
011260     MOVE DDM-BRANCH OF D5-MANDATE-WORK
011270         TO GZBRNM OF TRANSACTION-REQ-BODY.
011280     MOVE DDM-BRANCH OF D5-MANDATE-WORK
011290         TO GZAB1 OF TRANSACTION-REQ-BODY.
011300     MOVE DDM-ACCOUNT OF D5-MANDATE-WORK
011310         TO GZAN1 OF TRANSACTION-REQ-BODY.
011320     MOVE DDM-SUBACCT OF D5-MANDATE-WORK
011330         TO GZAS1 OF TRANSACTION-REQ-BODY.
011340     MOVE D5-ORG-BRANCH (D5-ORIG-SUB)
011350         TO GZAB2 OF TRANSACTION-REQ-BODY.
011360     MOVE D5-ORG-ACCOUNT (D5-ORIG-SUB)
011370         TO GZAN2 OF TRANSACTION-REQ-BODY.
011380     MOVE D5-ORG-SUBACCT (D5-ORIG-SUB)
011390         TO GZAS2 OF TRANSACTION-REQ-BODY.
011400     MOVE D5-WRK-AMOUNT TO GZAMA1 OF TRANSACTION-REQ-BODY.
011410     MOVE D5-WRK-AMOUNT TO GZAMA2 OF TRANSACTION-REQ-BODY.
011420     MOVE D5-ORG-TCD-DEBIT (D5-ORIG-SUB)
011430         TO GZTCD1 OF TRANSACTION-REQ-BODY.
011440     MOVE D5-ORG-TCD-CREDIT (D5-ORIG-SUB)
011450         TO GZTCD2 OF TRANSACTION-REQ-BODY.
011460     MOVE D5-ORG-CCY (D5-ORIG-SUB)
011470         TO GZCCY1 OF TRANSACTION-REQ-BODY.
011480     MOVE D5-ORG-CCY (D5-ORIG-SUB)
011490         TO GZCCY2 OF TRANSACTION-REQ-BODY.
011500     MOVE D5-WRK-MANDATE-REF TO GZDRF1 OF TRANSACTION-REQ-BODY.
011510     MOVE D5-WRK-ITEM-REF TO GZDRF2 OF TRANSACTION-REQ-BODY.
011520     MOVE D5-WRK-ITEM-REF TO GZTREF OF TRANSACTION-REQ-BODY.
011530     MOVE D5-WRK-NARRATIVE TO GZNR1 OF TRANSACTION-REQ-BODY.
011540     PERFORM 5600-STAMP-CHECK-DIGITS THRU 5600-EXIT.
011550     MOVE TRANSACTION-REQ TO DDGENF-RECORD.
011560     WRITE DDGENF-RECORD.
011570 5200-EXIT.
011580     EXIT.
011590*-----------------------------------------------------------------
011600 5300-WRITE-RETURN.
011610*-----------------------------------------------------------------
011620     ADD 1 TO D5-RETURN-COUNT.
011630     ADD 1 TO RST-REJECT-COUNT.
011640     IF D5-WRK-AMOUNT IS NUMERIC
011650         MOVE D5-WRK-AMOUNT-NUM TO D5-ITEM-AMOUNT
011660     ELSE
011670         MOVE ZERO TO D5-ITEM-AMOUNT
011680     END-IF.
011690     IF D5-ORIG-SUB > ZERO
011700         ADD 1 TO D5-ORG-RET-COUNT (D5-ORIG-SUB)
011710         ADD D5-ITEM-AMOUNT TO D5-ORG-RET-AMOUNT (D5-ORIG-SUB)
011720     END-IF.
011730     MOVE SPACES TO DD-RETURN-RECORD.
011740     MOVE D5-FILE-ORIGINATOR TO DRT-ORIGINATOR-ID.
011750     MOVE D5-FILE-REF TO DRT-FILE-REF.
011760     MOVE D5-ITEM-SEQ TO DRT-ITEM-NUMBER.
011770     MOVE D5-WRK-MANDATE-REF TO DRT-MANDATE-REF.
011780     MOVE D5-WRK-ITEM-REF TO DRT-ITEM-REF.
011790     MOVE D5-ITEM-AMOUNT TO DRT-AMOUNT.
011800     MOVE D5-ITEM-CODE TO DRT-REASON-CODE.
011810     MOVE D5-ITEM-REASON TO DRT-REASON-TEXT.
011820     MOVE SPACES TO DRT-PCREF.
011830     MOVE SPACES TO DRT-TRANSQ.
011840     MOVE D5-RUN-DATE TO DRT-RUN-DATE.
011850     WRITE DD-RETURN-RECORD.
011860 5300-EXIT.
011870     EXIT.
011880*-----------------------------------------------------------------
011890 5400-REGISTER-COLLECTION.
011900*-----------------------------------------------------------------
011910     MOVE SPACES TO D5-COLLECTED-WORK.
011920     MOVE D5-FILE-ORIGINATOR
011930         TO DCR-ORIGINATOR-ID OF D5-COLLECTED-WORK.
011940     MOVE D5-WRK-MANDATE-REF
011950         TO DCR-MANDATE-REF OF D5-COLLECTED-WORK.
011960     MOVE D5-WRK-ITEM-REF TO DCR-ITEM-REF OF D5-COLLECTED-WORK.
011970     MOVE D5-FILE-REF TO DCR-FILE-REF OF D5-COLLECTED-WORK.
011980     MOVE DDM-BRANCH OF D5-MANDATE-WORK
011990         TO DCR-BRANCH OF D5-COLLECTED-WORK.
012000     MOVE DDM-ACCOUNT OF D5-MANDATE-WORK
012010         TO DCR-ACCOUNT OF D5-COLLECTED-WORK.
012020     MOVE DDM-SUBACCT OF D5-MANDATE-WORK
012030         TO DCR-SUBACCT OF D5-COLLECTED-WORK.
012040     MOVE D5-WRK-AMOUNT-NUM TO DCR-AMOUNT OF D5-COLLECTED-WORK.
012050     MOVE D5-RUN-DATE TO DCR-COLLECT-DATE OF D5-COLLECTED-WORK.
012060     MOVE D5-NEW-PCREF TO DCR-PCREF OF D5-COLLECTED-WORK.
012070     MOVE D5-ITEM-SEQ TO DCR-TRANSQ OF D5-COLLECTED-WORK.
012080     SET DCR-COLLECTED OF D5-COLLECTED-WORK TO TRUE.
012090     MOVE ZERO TO DCR-REFUND-DATE OF D5-COLLECTED-WORK.
012100     IF D5-COLLECTED-COUNT < 5000
012110         ADD 1 TO D5-COLLECTED-COUNT
012120         SET D5-CLR-IDX TO D5-COLLECTED-COUNT
012130         MOVE D5-COLLECTED-WORK TO D5-CLR-RECORD (D5-CLR-IDX)
012140     ELSE
012150*        STILL CARRIED FORWARD, THOUGH NOT REFUNDABLE UNTIL THE
012160*        TABLE HAS ROOM TOMORROW.
012170         MOVE D5-COLLECTED-WORK TO DDCOLNEW-RECORD
012180         WRITE DDCOLNEW-RECORD
012190     END-IF.
012200 5400-EXIT.
012210     EXIT.
012220*-----------------------------------------------------------------
012230 5600-STAMP-CHECK-DIGITS.
012240*-----------------------------------------------------------------
012250*    THE BUILT RECORD CARRIES THE SAME WEIGHTED DIGIT-SUM CHECK
012260*    DIGITS THE BRANCH RECORDS CARRY (SEE ESB021C).
012270     MOVE SPACES TO D5-CHECKSUM-SOURCE.
012280     STRING GZAB1 OF TRANSACTION-REQ-BODY
012290            GZAN1 OF TRANSACTION-REQ-BODY
012300            GZAS1 OF TRANSACTION-REQ-BODY
012310            GZAB2 OF TRANSACTION-REQ-BODY
012320            GZAN2 OF TRANSACTION-REQ-BODY
012330            GZAS2 OF TRANSACTION-REQ-BODY
012340         DELIMITED BY SIZE INTO D5-CHECKSUM-SOURCE.
012350     MOVE 26 TO D5-CHECKSUM-LENGTH.
012360     PERFORM 5610-COMPUTE-CHECKSUM THRU 5610-EXIT.
012370     MOVE '0' TO D5-CHK-SIGN.
012380     MOVE D5-CHECKSUM-RESULT TO D5-CHK-VALUE.
012390     MOVE D5-CHK-FIELD TO GZQCHK OF TRANSACTION-REQ-BODY.
012400     MOVE SPACES TO D5-CHECKSUM-SOURCE.
012410     STRING GZAMA1 OF TRANSACTION-REQ-BODY
012420            GZAMA2 OF TRANSACTION-REQ-BODY
012430         DELIMITED BY SIZE INTO D5-CHECKSUM-SOURCE.
012440     MOVE 34 TO D5-CHECKSUM-LENGTH.
012450     PERFORM 5610-COMPUTE-CHECKSUM THRU 5610-EXIT.
012460     MOVE '0' TO D5-CHK-SIGN.
012470     MOVE D5-CHECKSUM-RESULT TO D5-CHK-VALUE.
012480     MOVE D5-CHK-FIELD TO GZQCHD OF TRANSACTION-REQ-BODY.
012490 5600-EXIT.
012500     EXIT.
012510*-----------------------------------------------------------------
012520 5610-COMPUTE-CHECKSUM.
012530*-----------------------------------------------------------------
012540     MOVE ZERO TO D5-CHK-ACCUM.
012550     MOVE 1 TO D5-CHK-WEIGHT.
012560     MOVE 1 TO D5-CHK-BYTE-IDX.
012570     PERFORM 5620-SUM-ONE-BYTE THRU 5620-EXIT
012580         UNTIL D5-CHK-BYTE-IDX > D5-CHECKSUM-LENGTH.
012590     DIVIDE D5-CHK-ACCUM BY 1000 GIVING D5-CHK-QUOTIENT
012600         REMAINDER D5-CHECKSUM-RESULT.
012610 5610-EXIT.
012620     EXIT.
012630*-----------------------------------------------------------------
012640 5620-SUM-ONE-BYTE.
012650*-----------------------------------------------------------------
012660     MOVE D5-CHECKSUM-SOURCE (D5-CHK-BYTE-IDX : 1)
012670         TO D5-CHK-BYTE-WORK.
012680     IF D5-CHK-BYTE-WORK IS NUMERIC
012690         COMPUTE D5-CHK-ACCUM = D5-CHK-ACCUM
012700             + (D5-CHK-DIGIT-WORK * D5-CHK-WEIGHT)
012710         ADD 1 TO D5-CHK-WEIGHT
012720         IF D5-CHK-WEIGHT > 9
012730             MOVE 1 TO D5-CHK-WEIGHT
012740         END-IF
012750     END-IF.
012760     ADD 1 TO D5-CHK-BYTE-IDX.
012770 5620-EXIT.
012780     EXIT.
012790*-----------------------------------------------------------------
012800 6000-WRITE-NEW-GENERATION.
012810*-----------------------------------------------------------------
012820     IF D5-MANDATE-COUNT > ZERO
012830         SET D5-MDT-IDX TO 1
012840         PERFORM 6100-WRITE-ONE-MANDATE THRU 6100-EXIT
012850             UNTIL D5-MDT-IDX > D5-MANDATE-COUNT
012860     END-IF.
012870     IF D5-COLLECTED-COUNT > ZERO
012880         SET D5-CLR-IDX TO 1
012890         PERFORM 6200-WRITE-ONE-COLLECTION THRU 6200-EXIT
012900             UNTIL D5-CLR-IDX > D5-COLLECTED-COUNT
012910     END-IF.
012920 6000-EXIT.
012930     EXIT.
012940*-----------------------------------------------------------------
012950 6100-WRITE-ONE-MANDATE.
012960*-----------------------------------------------------------------
012970     MOVE D5-MDT-RECORD (D5-MDT-IDX) TO DDMNEWF-RECORD.
012980     WRITE DDMNEWF-RECORD.
012990     SET D5-MDT-IDX UP BY 1.
013000 6100-EXIT.
013010     EXIT.
013020*-----------------------------------------------------------------
013030 6200-WRITE-ONE-COLLECTION.
013040*-----------------------------------------------------------------
013050     MOVE D5-CLR-RECORD (D5-CLR-IDX) TO DDCOLNEW-RECORD.
013060     WRITE DDCOLNEW-RECORD.
013070     SET D5-CLR-IDX UP BY 1.
013080 6200-EXIT.
013090     EXIT.
013100*-----------------------------------------------------------------
013110 7000-SETTLEMENT-REPORT.
013120*-----------------------------------------------------------------
013130     MOVE SPACES TO DDRPT-RECORD.
013140     WRITE DDRPT-RECORD.
013150     MOVE D5-SETTLE-HEADING-1 TO DDRPT-RECORD.
013160     WRITE DDRPT-RECORD.
013170     MOVE D5-SETTLE-HEADING-2 TO DDRPT-RECORD.
013180     WRITE DDRPT-RECORD.
013190     IF D5-ORIGINATOR-COUNT = ZERO
013200         GO TO 7000-EXIT
013210     END-IF.
013220     SET D5-ORG-IDX TO 1.
013230     PERFORM 7100-SETTLE-ONE-ORIGINATOR THRU 7100-EXIT
013240         UNTIL D5-ORG-IDX > D5-ORIGINATOR-COUNT.
013250 7000-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------------
013280 7100-SETTLE-ONE-ORIGINATOR.
013290*-----------------------------------------------------------------
013300*    AN ORIGINATOR WITH NOTHING TODAY IS LEFT OFF THE REPORT.
013310     IF D5-ORG-COLL-COUNT (D5-ORG-IDX) = ZERO
013320        AND D5-ORG-RET-COUNT (D5-ORG-IDX) = ZERO
013330        AND D5-ORG-RFD-COUNT (D5-ORG-IDX) = ZERO
013340         GO TO 7190-NEXT-ORIGINATOR
013350     END-IF.
013360     MOVE D5-ORG-ID (D5-ORG-IDX) TO D5-STL-ORIGINATOR.
013370     MOVE D5-ORG-COLL-COUNT (D5-ORG-IDX) TO D5-STL-COLL-COUNT.
013380     MOVE D5-ORG-COLL-AMOUNT (D5-ORG-IDX) TO D5-STL-COLL-AMOUNT.
013390     MOVE D5-ORG-RET-COUNT (D5-ORG-IDX) TO D5-STL-RET-COUNT.
013400     MOVE D5-ORG-RET-AMOUNT (D5-ORG-IDX) TO D5-STL-RET-AMOUNT.
013410     MOVE D5-ORG-RFD-COUNT (D5-ORG-IDX) TO D5-STL-RFD-COUNT.
013420     MOVE D5-ORG-RFD-AMOUNT (D5-ORG-IDX) TO D5-STL-RFD-AMOUNT.
013430*    RETURNED ITEMS NEVER POSTED; THE NET DUE TO THE ORIGINATOR
013440*    IS WHAT WAS COLLECTED LESS WHAT WAS REFUNDED.
013450     COMPUTE D5-NET-AMOUNT = D5-ORG-COLL-AMOUNT (D5-ORG-IDX)
013460                           - D5-ORG-RFD-AMOUNT (D5-ORG-IDX).
013470     MOVE D5-NET-AMOUNT TO D5-STL-NET-AMOUNT.
013480     MOVE D5-SETTLE-LINE TO DDRPT-RECORD.
013490     WRITE DDRPT-RECORD.
013500 7190-NEXT-ORIGINATOR.
013510     SET D5-ORG-IDX UP BY 1.
013520 7100-EXIT.
013530     EXIT.
013540*-----------------------------------------------------------------
013550 8000-TERMINATE.
013560*-----------------------------------------------------------------
013570     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
013580     CLOSE DDINSTF.
013590     CLOSE DDCOLF.
013600     CLOSE DDGENF.
013610     CLOSE DDRETF.
013620     CLOSE DDMNEWF.
013630     CLOSE DDCOLNEW.
013640     CLOSE DDRPT.
013650     DISPLAY 'ESB095D: INSTRUCTIONS ' D5-INSTR-COUNT
013660         ' NOT APPLIED ' D5-INSTR-REJECT-COUNT
013670         ' FILES ' D5-FILE-COUNT.
013680     DISPLAY 'ESB095D: COLLECTED ' D5-COLLECT-COUNT
013690         ' RETURNED ' D5-RETURN-COUNT
013700         ' REFUNDED ' D5-REFUND-COUNT
013710         ' AGED OFF ' D5-AGED-OUT-COUNT.
013720 8000-EXIT.
013730     EXIT.
013740*-----------------------------------------------------------------
013750 9100-READ-DDORIGF.
013760*-----------------------------------------------------------------
013770     READ DDORIGF
013780         AT END
013790             SET D5-DDORIGF-EOF TO TRUE
013800     END-READ.
013810 9100-EXIT.
013820     EXIT.
013830*-----------------------------------------------------------------
013840 9200-READ-DDMOLDF.
013850*-----------------------------------------------------------------
013860     READ DDMOLDF
013870         AT END
013880             SET D5-DDMOLDF-EOF TO TRUE
013890     END-READ.
013900 9200-EXIT.
013910     EXIT.
013920*-----------------------------------------------------------------
013930 9300-READ-DDCOLOLD.
013940*-----------------------------------------------------------------
013950     READ DDCOLOLD
013960         AT END
013970             SET D5-DDCOLOLD-EOF TO TRUE
013980     END-READ.
013990 9300-EXIT.
014000     EXIT.
014010*-----------------------------------------------------------------
014020 9400-READ-DDINSTF.
014030*-----------------------------------------------------------------
014040     READ DDINSTF
014050         AT END
014060             SET D5-DDINSTF-EOF TO TRUE
014070     END-READ.
014080 9400-EXIT.
014090     EXIT.
014100*-----------------------------------------------------------------
014110 9500-READ-DDCOLF.
014120*-----------------------------------------------------------------
014130     READ DDCOLF
014140         AT END
014150             SET D5-DDCOLF-EOF TO TRUE
014160     END-READ.
014170 9500-EXIT.
014180     EXIT.
014190*-----------------------------------------------------------------
014200 9900-WRITE-RUN-STATS.
014210*-----------------------------------------------------------------
014220     MOVE 'ESB095D' TO RST-PROGRAM-ID.
014230     MOVE D5-RUN-DATE TO RST-BUSINESS-DATE.
014240     ACCEPT RST-END-TIME FROM TIME.
014250     MOVE '00' TO RST-WORST-STATUS.
014260     IF D5-DDCOLF-STATUS NOT = '00'
014270        AND D5-DDCOLF-STATUS NOT = '10'
014280         MOVE D5-DDCOLF-STATUS TO RST-WORST-STATUS
014290     END-IF.
014300     IF D5-DDGENF-STATUS NOT = '00'
014310         MOVE D5-DDGENF-STATUS TO RST-WORST-STATUS
014320     END-IF.
014330     IF D5-DDMNEWF-STATUS NOT = '00'
014340         MOVE D5-DDMNEWF-STATUS TO RST-WORST-STATUS
014350     END-IF.
014360     IF D5-DDCOLNEW-STATUS NOT = '00'
014370         MOVE D5-DDCOLNEW-STATUS TO RST-WORST-STATUS
014380     END-IF.
014390     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
014400 9900-EXIT.
014410     EXIT.
014420*-----------------------------------------------------------------
014430 9999-EXIT.
014440*-----------------------------------------------------------------
014450     EXIT.
