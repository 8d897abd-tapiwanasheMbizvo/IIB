000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB094W
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    OUTWARD CUSTOMER CREDIT TRANSFERS.  EVERY LEG CONFIRMED BY
000200*    EQUATION ON THE DAY'S RESPONSE STREAM (TRANRSPF) WHOSE
000210*    CREDIT SIDE (GZAB2/GZAN2/GZAS2) IS A NOSTRO ON THE CHART OF
000220*    ACCOUNTS IS BUILT INTO AN MT103-STYLE MESSAGE FOR THE SWIFT
000230*    GATEWAY (PAYMSGF), ADDRESSED TO THE NOSTRO'S CORRESPONDENT
000240*    (COA-CORR-BIC), SO THE PAYMENT IS NO LONGER RE-KEYED FROM
000250*    THE PRINTED ADVICE.
000260*    THE ORDERING CUSTOMER IS THE DEBITED ACCOUNT, RESOLVED TO
000270*    ITS CUSTOMER NUMBER ON THE SNAPSHOT FILE AND TO ITS NAME ON
000280*    THE ESB082K CUSTOMER MASTER, AS ESB043S DOES.  THE
000290*    BENEFICIARY IS TAKEN FROM THE CREDIT NARRATIVES:
000300*      GZNR5  /ACCOUNT NUMBER
000310*      GZNR6  NAME
000320*      GZNR7  ADDRESS LINE 1
000330*      GZNR8  ADDRESS LINE 2
000340*    WITH GZTREF AS OUR REFERENCE.  AN ITEM WITH MISSING OR
000350*    MALFORMED DETAILS, OR CHARACTERS OUTSIDE THE SWIFT SET, IS
000360*    LISTED FOR REPAIR (PAYRPT) AND NOT SENT.  EVERY MESSAGE IS
000370*    APPENDED TO THE DISPATCH REGISTER (PAYDSPF) AGAINST ITS
000380*    PCREF/TRANSQ, AND ITS MESSAGE REFERENCE IS POSTED TO THE
000390*    PCREF STATUS INDEX THROUGH ESB025U.
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    15-OCT-2026  TC   INITIAL VERSION.
000430******************************************************************
000440 PROGRAM-ID. ESB094W.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-ZSERIES.
000480 OBJECT-COMPUTER. IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT COAMSTF  ASSIGN TO COAMSTF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS W4-COAMSTF-STATUS.
000540     SELECT SNAPSHOF ASSIGN TO SNAPSHOF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS W4-SNAPSHOF-STATUS.
000570     SELECT CUSTMSTF ASSIGN TO CUSTMSTF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS W4-CUSTMSTF-STATUS.
000600     SELECT TRANRSPF ASSIGN TO TRANRSPF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS W4-TRANRSPF-STATUS.
000630     SELECT PAYMSGF  ASSIGN TO PAYMSGF
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS W4-PAYMSGF-STATUS.
000660     SELECT PAYDSPF  ASSIGN TO PAYDSPF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS W4-PAYDSPF-STATUS.
000690     SELECT PAYRPT   ASSIGN TO PAYRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS W4-PAYRPT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  COAMSTF
000750     RECORDING MODE IS F.
000760     COPY "Chart_Of_Accounts.cpy".
000770 FD  SNAPSHOF
000780     RECORDING MODE IS F.
000790     COPY "Customer_Snapshot.cpy".
000800 FD  CUSTMSTF
000810     RECORDING MODE IS F.
000820     COPY "Customer_Master.cpy".
000830 FD  TRANRSPF
000840     RECORDING MODE IS F.
000850     COPY "Transaction_Rsp_TT.cpy".
000860 FD  PAYMSGF
000870     RECORDING MODE IS F.
000880     COPY "Outward_Payment_Message.cpy".
000890 FD  PAYDSPF
000900     RECORDING MODE IS F.
000910     COPY "Payment_Dispatch_Register.cpy".
000920 FD  PAYRPT
000930     RECORDING MODE IS F.
000940 01  PAYRPT-RECORD                PIC X(132).
000950 WORKING-STORAGE SECTION.
000960 01  W4-COAMSTF-STATUS            PIC X(002) VALUE '00'.
000970     88 W4-COAMSTF-OK                        VALUE '00'.
000980 01  W4-SNAPSHOF-STATUS           PIC X(002) VALUE '00'.
000990     88 W4-SNAPSHOF-OK                       VALUE '00'.
001000 01  W4-CUSTMSTF-STATUS           PIC X(002) VALUE '00'.
001010     88 W4-CUSTMSTF-OK                       VALUE '00'.
001020 01  W4-TRANRSPF-STATUS           PIC X(002) VALUE '00'.
001030     88 W4-TRANRSPF-OK                       VALUE '00'.
001040 01  W4-PAYMSGF-STATUS            PIC X(002) VALUE '00'.
001050 01  W4-PAYDSPF-STATUS            PIC X(002) VALUE '00'.
001060     88 W4-PAYDSPF-OK                        VALUE '00'.
001070     88 W4-PAYDSPF-NOT-THERE                 VALUE '35'.
001080 01  W4-PAYRPT-STATUS             PIC X(002) VALUE '00'.
001090 01  W4-SWITCHES.
001100     05 W4-COAMSTF-EOF-SW         PIC X(001) VALUE 'N'.
001110        88 W4-COAMSTF-EOF                    VALUE 'Y'.
001120     05 W4-SNAPSHOF-EOF-SW        PIC X(001) VALUE 'N'.
001130        88 W4-SNAPSHOF-EOF                   VALUE 'Y'.
001140     05 W4-CUSTMSTF-EOF-SW        PIC X(001) VALUE 'N'.
001150        88 W4-CUSTMSTF-EOF                   VALUE 'Y'.
001160     05 W4-TRANRSPF-EOF-SW        PIC X(001) VALUE 'N'.
001170        88 W4-TRANRSPF-EOF                   VALUE 'Y'.
001180     05 W4-FOUND-SW               PIC X(001) VALUE 'N'.
001190        88 W4-FOUND                          VALUE 'Y'.
001200     05 W4-TEXT-OK-SW             PIC X(001) VALUE 'Y'.
001210        88 W4-TEXT-OK                        VALUE 'Y'.
001220 01  W4-DATE-TIME.
001230     05 W4-RUN-DATE               PIC 9(008) VALUE ZERO.
001240     05 W4-RUN-TIME               PIC 9(006) VALUE ZERO.
001250 01  W4-COUNTERS.
001260     05 W4-READ-COUNT             PIC 9(007) VALUE ZERO.
001270     05 W4-NOSTRO-LEG-COUNT       PIC 9(007) VALUE ZERO.
001280     05 W4-SENT-COUNT             PIC 9(007) VALUE ZERO.
001290     05 W4-REPAIR-COUNT           PIC 9(007) VALUE ZERO.
001300     05 W4-MSG-SEQ                PIC 9(007) VALUE ZERO.
001310*    MESSAGE REFERENCE: 'W', THE RUN DATE AND A SEQUENCE.
001320 01  W4-MESSAGE-ID.
001330     05 W4-MSG-ID-TAG             PIC X(001) VALUE 'W'.
001340     05 W4-MSG-ID-DATE            PIC 9(008).
001350     05 W4-MSG-ID-SEQ             PIC 9(007).
001360 01  W4-REPAIR-REASON             PIC X(040) VALUE SPACES.
001370 01  W4-AMOUNT-WORK.
001380     05 W4-AMOUNT-TEXT            PIC X(017).
001390     05 W4-AMOUNT-NUMERIC REDEFINES W4-AMOUNT-TEXT
001400                                  PIC 9(015)V99.
001410 01  W4-VFR-WORK.
001420     05 W4-VFR-TEXT               PIC X(009).
001430     05 W4-VFR-REDEF REDEFINES W4-VFR-TEXT.
001440        10 W4-VFR-SIGN            PIC X(001).
001450        10 W4-VFR-DATE            PIC 9(008).
001460 01  W4-ORDERING-HZCUS            PIC X(006) VALUE SPACES.
001470 01  W4-ORDERING-ACCOUNT.
001480     05 FILLER                    PIC X(001) VALUE '/'.
001490     05 W4-ORD-BRANCH             PIC X(004).
001500     05 W4-ORD-ACCOUNT            PIC X(006).
001510     05 W4-ORD-SUBACCT            PIC X(003).
001520     05 FILLER                    PIC X(020) VALUE SPACES.
001530 01  W4-RECEIVER-BIC              PIC X(011) VALUE SPACES.
001540 01  W4-SLASH-COUNT               PIC 9(004) COMP VALUE ZERO.
001550*    SWIFT 'X' CHARACTER SET CHECK OVER ONE NARRATIVE LINE.
001560 01  W4-CHECK-TEXT                PIC X(035) VALUE SPACES.
001570 01  W4-CHECK-IDX                 PIC 9(002) COMP VALUE ZERO.
001580 01  W4-CHECK-BYTE                PIC X(001) VALUE SPACE.
001590     88 W4-SWIFT-SPECIAL                     VALUE '/' '-' '?'
001600                                             ':' '(' ')' '.'
001610                                             ',' '''' '+' SPACE.
001620 01  W4-NOSTRO-COUNT              PIC 9(004) COMP VALUE ZERO.
001630 01  W4-NOSTRO-TABLE.
001640     05 W4-NOS-ENTRY OCCURS 200 TIMES
001650        INDEXED BY W4-NOS-IDX, W4-NOS-LOOKUP-IDX.
001660        10 W4-NOS-BRANCH          PIC X(004).
001670        10 W4-NOS-ACCOUNT         PIC X(006).
001680        10 W4-NOS-SUBACCT         PIC X(003).
001690        10 W4-NOS-BIC             PIC X(011).
001700 01  W4-SNAP-COUNT                PIC 9(004) COMP VALUE ZERO.
001710 01  W4-SNAP-TABLE.
001720     05 W4-SNP-ENTRY OCCURS 5000 TIMES
001730        INDEXED BY W4-SNP-IDX, W4-SNP-LOOKUP-IDX.
001740        10 W4-SNP-HZAB            PIC X(004).
001750        10 W4-SNP-HZAN            PIC X(006).
001760        10 W4-SNP-HZAS            PIC X(003).
001770        10 W4-SNP-HZCUS           PIC X(006).
001780 01  W4-CUST-COUNT                PIC 9(004) COMP VALUE ZERO.
001790 01  W4-CUST-TABLE.
001800     05 W4-CUS-ENTRY OCCURS 2000 TIMES
001810        INDEXED BY W4-CUS-IDX, W4-CUS-LOOKUP-IDX.
001820        10 W4-CUS-HZCUS           PIC X(006).
001830        10 W4-CUS-HZCUN           PIC X(035).
001840        10 W4-CUS-HZCUNA          PIC X(035).
001850 01  W4-HEADING-LINE.
001860     05 FILLER                    PIC X(036)
001870            VALUE 'OUTWARD PAYMENT MESSAGES - REPAIR   '.
001880     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001890     05 W4-HDG-DATE               PIC 9(008).
001900     05 FILLER                    PIC X(083) VALUE SPACES.
001910 01  W4-REPAIR-LINE.
001920     05 W4-RPL-PCREF              PIC X(020).
001930     05 FILLER                    PIC X(001) VALUE SPACES.
001940     05 W4-RPL-TRANSQ             PIC X(004).
001950     05 FILLER                    PIC X(001) VALUE SPACES.
001960     05 W4-RPL-TREF               PIC X(016).
001970     05 FILLER                    PIC X(001) VALUE SPACES.
001980     05 W4-RPL-CCY                PIC X(003).
001990     05 W4-RPL-AMOUNT             PIC Z(013)9.99.
002000     05 FILLER                    PIC X(002) VALUE SPACES.
002010     05 W4-RPL-REASON             PIC X(040).
002020     05 FILLER                    PIC X(027) VALUE SPACES.
002030 01  W4-SUMMARY-LINE.
002040     05 FILLER                    PIC X(018)
002050            VALUE 'NOSTRO CREDITS    '.
002060     05 W4-SUM-LEGS               PIC ZZZZZZ9.
002070     05 FILLER                    PIC X(018)
002080            VALUE '  MESSAGES SENT   '.
002090     05 W4-SUM-SENT               PIC ZZZZZZ9.
002100     05 FILLER                    PIC X(018)
002110            VALUE '  FOR REPAIR      '.
002120     05 W4-SUM-REPAIR             PIC ZZZZZZ9.
002130     05 FILLER                    PIC X(057) VALUE SPACES.
002140 COPY "Pcref_Status_Index.cpy".
002150 COPY "Run_Statistics.cpy".
002155 COPY "Business_Date_Service.cpy".
002160 PROCEDURE DIVISION.
002170*-----------------------------------------------------------------
002180 0000-MAINLINE.
002190*-----------------------------------------------------------------
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
002220         UNTIL W4-TRANRSPF-EOF.
002230     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002240     STOP RUN.
002250*-----------------------------------------------------------------
002260 1000-INITIALIZE.
002270*-----------------------------------------------------------------
002280     ACCEPT W4-RUN-DATE FROM DATE YYYYMMDD.
002281     MOVE SPACES TO BUSINESS-DATE-AREA.
002282     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002283     EVALUATE TRUE
002284         WHEN BDS-OK
002285             MOVE BDS-BUSINESS-DATE TO W4-RUN-DATE
002286         WHEN BDS-NOT-STARTED
002287             DISPLAY 'ESB094W: BUSINESS DATE NOT STARTED -'
002288                 ' RUN REFUSED'
002289             MOVE 8 TO RETURN-CODE
002290             STOP RUN
002291         WHEN OTHER
002292             CONTINUE
002293     END-EVALUATE.
002294     ACCEPT W4-RUN-TIME FROM TIME.
002300     ACCEPT RST-START-TIME FROM TIME.
002310     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002320                  RST-REJECT-COUNT.
002330     OPEN INPUT COAMSTF.
002340     IF W4-COAMSTF-OK
002350         PERFORM 9100-READ-COAMSTF THRU 9100-EXIT
002360     ELSE
002370         SET W4-COAMSTF-EOF TO TRUE
002380     END-IF.
002390     PERFORM 1100-LOAD-NOSTROS THRU 1100-EXIT
002400         UNTIL W4-COAMSTF-EOF.
002410     CLOSE COAMSTF.
002420     OPEN INPUT SNAPSHOF.
002430     IF W4-SNAPSHOF-OK
002440         PERFORM 9200-READ-SNAPSHOF THRU 9200-EXIT
002450     ELSE
002460         SET W4-SNAPSHOF-EOF TO TRUE
002470     END-IF.
002480     PERFORM 1200-LOAD-SNAPSHOTS THRU 1200-EXIT
002490         UNTIL W4-SNAPSHOF-EOF.
002500     CLOSE SNAPSHOF.
002510     OPEN INPUT CUSTMSTF.
002520     IF W4-CUSTMSTF-OK
002530         PERFORM 9300-READ-CUSTMSTF THRU 9300-EXIT
002540     ELSE
002550         SET W4-CUSTMSTF-EOF TO TRUE
002560     END-IF.
002570     PERFORM 1300-LOAD-CUSTOMER-MASTER THRU 1300-EXIT
002580         UNTIL W4-CUSTMSTF-EOF.
002590     CLOSE CUSTMSTF.
002600     OPEN INPUT TRANRSPF.
002610     IF W4-TRANRSPF-OK
002620         PERFORM 9400-READ-TRANRSPF THRU 9400-EXIT
002630     ELSE
002640         SET W4-TRANRSPF-EOF TO TRUE
002650     END-IF.
002660     OPEN OUTPUT PAYMSGF.
002670     OPEN EXTEND PAYDSPF.
002680     IF W4-PAYDSPF-NOT-THERE
002690         OPEN OUTPUT PAYDSPF
002700     END-IF.
002710     IF NOT W4-PAYDSPF-OK
002720         DISPLAY 'ESB094W: UNABLE TO OPEN PAYDSPF '
002730             W4-PAYDSPF-STATUS
002740     END-IF.
002750     OPEN OUTPUT PAYRPT.
002760     MOVE W4-RUN-DATE TO W4-HDG-DATE.
002770     MOVE W4-HEADING-LINE TO PAYRPT-RECORD.
002780     WRITE PAYRPT-RECORD.
002790 1000-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820 1100-LOAD-NOSTROS.
002830*-----------------------------------------------------------------
002833*    AN ENTRY PAST A TABLE'S END WOULD LOOK MISSING AND DRAW A
002836*    FALSE REPAIR, SO A FULL TABLE STOPS THE RUN.
002840     IF COA-NOSTRO OF CHART-OF-ACCOUNTS-RECORD
002841        AND W4-NOSTRO-COUNT NOT < 200
002842         DISPLAY 'ESB094W: NOSTRO TABLE FULL AT '
002843             COA-BRANCH OF CHART-OF-ACCOUNTS-RECORD
002844             COA-ACCOUNT OF CHART-OF-ACCOUNTS-RECORD
002845             COA-SUBACCT OF CHART-OF-ACCOUNTS-RECORD
002846             ' - RUN REFUSED'
002847         MOVE 8 TO RETURN-CODE
002848         STOP RUN
002849     END-IF.
002850     IF COA-NOSTRO OF CHART-OF-ACCOUNTS-RECORD
002860         ADD 1 TO W4-NOSTRO-COUNT
002870         SET W4-NOS-IDX TO W4-NOSTRO-COUNT
002880         MOVE COA-BRANCH  OF CHART-OF-ACCOUNTS-RECORD
002890             TO W4-NOS-BRANCH (W4-NOS-IDX)
002900         MOVE COA-ACCOUNT OF CHART-OF-ACCOUNTS-RECORD
002910             TO W4-NOS-ACCOUNT (W4-NOS-IDX)
002920         MOVE COA-SUBACCT OF CHART-OF-ACCOUNTS-RECORD
002930             TO W4-NOS-SUBACCT (W4-NOS-IDX)
002940         MOVE COA-CORR-BIC OF CHART-OF-ACCOUNTS-RECORD
002950             TO W4-NOS-BIC (W4-NOS-IDX)
002960     END-IF.
002970     PERFORM 9100-READ-COAMSTF THRU 9100-EXIT.
002980 1100-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010 1200-LOAD-SNAPSHOTS.
003020*-----------------------------------------------------------------
003030     IF W4-SNAP-COUNT NOT < 5000
003040        AND CSS-HZCUS NOT = SPACES
003041         DISPLAY 'ESB094W: SNAPSHOT TABLE FULL AT '
003042             CSS-HZAB CSS-HZAN CSS-HZAS ' - RUN REFUSED'
003043         MOVE 8 TO RETURN-CODE
003044         STOP RUN
003045     END-IF.
003046     IF CSS-HZCUS NOT = SPACES
003050         ADD 1 TO W4-SNAP-COUNT
003060         SET W4-SNP-IDX TO W4-SNAP-COUNT
003070         MOVE CSS-HZAB  TO W4-SNP-HZAB (W4-SNP-IDX)
003080         MOVE CSS-HZAN  TO W4-SNP-HZAN (W4-SNP-IDX)
003090         MOVE CSS-HZAS  TO W4-SNP-HZAS (W4-SNP-IDX)
003100         MOVE CSS-HZCUS TO W4-SNP-HZCUS (W4-SNP-IDX)
003110     END-IF.
003120     PERFORM 9200-READ-SNAPSHOF THRU 9200-EXIT.
003130 1200-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 1300-LOAD-CUSTOMER-MASTER.
003170*-----------------------------------------------------------------
003180     IF W4-CUST-COUNT < 2000
003190         ADD 1 TO W4-CUST-COUNT
003200         SET W4-CUS-IDX TO W4-CUST-COUNT
003210         MOVE CMR-HZCUS  TO W4-CUS-HZCUS (W4-CUS-IDX)
003220         MOVE CMR-HZCUN  TO W4-CUS-HZCUN (W4-CUS-IDX)
003230         MOVE CMR-HZCUNA TO W4-CUS-HZCUNA (W4-CUS-IDX)
003231     ELSE
003232         DISPLAY 'ESB094W: CUSTOMER TABLE FULL AT ' CMR-HZCUS
003233             ' - RUN REFUSED'
003234         MOVE 8 TO RETURN-CODE
003235         STOP RUN
003240     END-IF.
003250     PERFORM 9300-READ-CUSTMSTF THRU 9300-EXIT.
003260 1300-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------------
003290 2000-PROCESS-RESPONSE.
003300*-----------------------------------------------------------------
003310     ADD 1 TO W4-READ-COUNT.
003320     ADD 1 TO RST-RECORDS-IN.
003330     IF XRREC OF TRANSACTION-RSP-HEADER = 'Y'
003340*        A REJECTED POSTING NEVER LEFT THE CUSTOMER'S ACCOUNT.
003350         GO TO 2900-NEXT-RESPONSE
003360     END-IF.
003370     PERFORM 2100-CHECK-NOSTRO THRU 2100-EXIT.
003380     IF NOT W4-FOUND
003390         GO TO 2900-NEXT-RESPONSE
003400     END-IF.
003410     ADD 1 TO W4-NOSTRO-LEG-COUNT.
003420     MOVE W4-NOS-BIC (W4-NOS-LOOKUP-IDX) TO W4-RECEIVER-BIC.
003430     MOVE SPACES TO W4-REPAIR-REASON.
003440     PERFORM 3000-VALIDATE-DETAILS THRU 3000-EXIT.
003450     IF W4-REPAIR-REASON NOT = SPACES
003460         PERFORM 6000-LIST-FOR-REPAIR THRU 6000-EXIT
003470         GO TO 2900-NEXT-RESPONSE
003480     END-IF.
003490     PERFORM 4000-BUILD-MESSAGE THRU 4000-EXIT.
003500     PERFORM 5000-REGISTER-DISPATCH THRU 5000-EXIT.
003510 2900-NEXT-RESPONSE.
003520     PERFORM 9400-READ-TRANRSPF THRU 9400-EXIT.
003530 2000-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560 2100-CHECK-NOSTRO.
003570*-----------------------------------------------------------------
003580     MOVE 'N' TO W4-FOUND-SW.
003590     IF W4-NOSTRO-COUNT = ZERO
003600         GO TO 2100-EXIT
003610     END-IF.
003620     SET W4-NOS-LOOKUP-IDX TO 1.
003630     PERFORM 2110-SCAN-NOSTRO THRU 2110-EXIT
003640         UNTIL W4-NOS-LOOKUP-IDX > W4-NOSTRO-COUNT
003650            OR W4-FOUND.
003660 2100-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690 2110-SCAN-NOSTRO.
003700*-----------------------------------------------------------------
003710     IF W4-NOS-BRANCH (W4-NOS-LOOKUP-IDX) =
003720             GZAB2 OF TRANSACTION-RSP-BODY
003730        AND W4-NOS-ACCOUNT (W4-NOS-LOOKUP-IDX) =
003740             GZAN2 OF TRANSACTION-RSP-BODY
003750        AND W4-NOS-SUBACCT (W4-NOS-LOOKUP-IDX) =
003760             GZAS2 OF TRANSACTION-RSP-BODY
003770         SET W4-FOUND TO TRUE
003780     ELSE
003790         SET W4-NOS-LOOKUP-IDX UP BY 1
003800     END-IF.
003810 2110-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840 3000-VALIDATE-DETAILS.
003850*-----------------------------------------------------------------
003860*    THE FIRST FAILING TEST GIVES THE REPAIR REASON.
003870     IF W4-RECEIVER-BIC = SPACES
003880         MOVE 'NO CORRESPONDENT BIC ON CHART' TO W4-REPAIR-REASON
003890         GO TO 3000-EXIT
003900     END-IF.
003910     MOVE GZAMA2 OF TRANSACTION-RSP-BODY TO W4-AMOUNT-TEXT.
003920     IF W4-AMOUNT-TEXT NOT NUMERIC
003930         MOVE 'AMOUNT NOT NUMERIC' TO W4-REPAIR-REASON
003940         GO TO 3000-EXIT
003950     END-IF.
003960     IF W4-AMOUNT-NUMERIC = ZERO
003970         MOVE 'AMOUNT IS ZERO' TO W4-REPAIR-REASON
003980         GO TO 3000-EXIT
003990     END-IF.
004000     IF GZCCY2 OF TRANSACTION-RSP-BODY = SPACES
004010         MOVE 'NO CURRENCY' TO W4-REPAIR-REASON
004020         GO TO 3000-EXIT
004030     END-IF.
004040     MOVE GZVFR2 OF TRANSACTION-RSP-BODY TO W4-VFR-TEXT.
004050     IF W4-VFR-DATE NOT NUMERIC
004060        OR W4-VFR-DATE = ZERO
004070         MOVE 'NO VALUE DATE' TO W4-REPAIR-REASON
004080         GO TO 3000-EXIT
004090     END-IF.
004100*    OUR REFERENCE MAY NOT START WITH OR CONTAIN A DOUBLE SLASH.
004110     IF GZTREF OF TRANSACTION-RSP-BODY = SPACES
004120         MOVE 'NO REFERENCE (GZTREF)' TO W4-REPAIR-REASON
004130         GO TO 3000-EXIT
004140     END-IF.
004150     MOVE ZERO TO W4-SLASH-COUNT.
004160     INSPECT GZTREF OF TRANSACTION-RSP-BODY
004170         TALLYING W4-SLASH-COUNT FOR ALL '//'.
004180     IF GZTREF OF TRANSACTION-RSP-BODY (1:1) = '/'
004190        OR W4-SLASH-COUNT > ZERO
004200         MOVE 'REFERENCE SLASHES MALFORMED' TO W4-REPAIR-REASON
004210         GO TO 3000-EXIT
004220     END-IF.
004230*    BENEFICIARY: /ACCOUNT ON GZNR5, NAME ON GZNR6.
004240     IF GZNR5 OF TRANSACTION-RSP-BODY (1:1) NOT = '/'
004250        OR GZNR5 OF TRANSACTION-RSP-BODY (2:34) = SPACES
004260         MOVE 'BENEFICIARY ACCOUNT MISSING (GZNR5)'
004270             TO W4-REPAIR-REASON
004280         GO TO 3000-EXIT
004290     END-IF.
004300     IF GZNR6 OF TRANSACTION-RSP-BODY = SPACES
004310         MOVE 'BENEFICIARY NAME MISSING (GZNR6)'
004320             TO W4-REPAIR-REASON
004330         GO TO 3000-EXIT
004340     END-IF.
004350     MOVE GZNR5 OF TRANSACTION-RSP-BODY TO W4-CHECK-TEXT.
004360     PERFORM 3100-CHECK-SWIFT-TEXT THRU 3100-EXIT.
004370     IF W4-TEXT-OK
004380         MOVE GZNR6 OF TRANSACTION-RSP-BODY TO W4-CHECK-TEXT
004390         PERFORM 3100-CHECK-SWIFT-TEXT THRU 3100-EXIT
004400     END-IF.
004410     IF W4-TEXT-OK
004420         MOVE GZNR7 OF TRANSACTION-RSP-BODY TO W4-CHECK-TEXT
004430         PERFORM 3100-CHECK-SWIFT-TEXT THRU 3100-EXIT
004440     END-IF.
004450     IF W4-TEXT-OK
004460         MOVE GZNR8 OF TRANSACTION-RSP-BODY TO W4-CHECK-TEXT
004470         PERFORM 3100-CHECK-SWIFT-TEXT THRU 3100-EXIT
004480     END-IF.
004490     IF NOT W4-TEXT-OK
004500         MOVE 'BENEFICIARY TEXT NOT IN SWIFT SET'
004510             TO W4-REPAIR-REASON
004520         GO TO 3000-EXIT
004530     END-IF.
004540     PERFORM 3200-RESOLVE-ORDERING THRU 3200-EXIT.
004550 3000-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580 3100-CHECK-SWIFT-TEXT.
004590*-----------------------------------------------------------------
004600     MOVE 'Y' TO W4-TEXT-OK-SW.
004610     MOVE 1 TO W4-CHECK-IDX.
004620     PERFORM 3110-CHECK-ONE-BYTE THRU 3110-EXIT
004630         UNTIL W4-CHECK-IDX > 35
004640            OR NOT W4-TEXT-OK.
004650 3100-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680 3110-CHECK-ONE-BYTE.
004690*-----------------------------------------------------------------
004700     MOVE W4-CHECK-TEXT (W4-CHECK-IDX : 1) TO W4-CHECK-BYTE.
004710     IF W4-CHECK-BYTE IS NOT ALPHABETIC
004720        AND W4-CHECK-BYTE IS NOT NUMERIC
004730        AND NOT W4-SWIFT-SPECIAL
004740         MOVE 'N' TO W4-TEXT-OK-SW
004750     END-IF.
004760     ADD 1 TO W4-CHECK-IDX.
004770 3110-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800 3200-RESOLVE-ORDERING.
004810*-----------------------------------------------------------------
004820*    DEBITED ACCOUNT TO CUSTOMER NUMBER ON THE SNAPSHOT, THEN
004830*    CUSTOMER NUMBER TO NAME ON THE MASTER.
004840     MOVE SPACES TO W4-ORDERING-HZCUS.
004850     MOVE 'N' TO W4-FOUND-SW.
004860     IF W4-SNAP-COUNT > ZERO
004870         SET W4-SNP-LOOKUP-IDX TO 1
004880         PERFORM 3210-SCAN-SNAPSHOT THRU 3210-EXIT
004890             UNTIL W4-SNP-LOOKUP-IDX > W4-SNAP-COUNT
004900                OR W4-FOUND
004910     END-IF.
004920     IF NOT W4-FOUND
004930         MOVE 'ORDERING ACCOUNT NOT ON SNAPSHOT'
004940             TO W4-REPAIR-REASON
004950         GO TO 3200-EXIT
004960     END-IF.
004970     MOVE W4-SNP-HZCUS (W4-SNP-LOOKUP-IDX) TO W4-ORDERING-HZCUS.
004980     MOVE 'N' TO W4-FOUND-SW.
004990     IF W4-CUST-COUNT > ZERO
005000         SET W4-CUS-LOOKUP-IDX TO 1
005010         PERFORM 3220-SCAN-CUSTOMER THRU 3220-EXIT
005020             UNTIL W4-CUS-LOOKUP-IDX > W4-CUST-COUNT
005030                OR W4-FOUND
005040     END-IF.
005050     IF NOT W4-FOUND
005060        OR W4-CUS-HZCUN (W4-CUS-LOOKUP-IDX) = SPACES
005070         MOVE 'ORDERING CUSTOMER NOT ON MASTER'
005080             TO W4-REPAIR-REASON
005090     END-IF.
005100 3200-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 3210-SCAN-SNAPSHOT.
005140*-----------------------------------------------------------------
005150     IF W4-SNP-HZAB (W4-SNP-LOOKUP-IDX) =
005160             GZAB1 OF TRANSACTION-RSP-BODY
005170        AND W4-SNP-HZAN (W4-SNP-LOOKUP-IDX) =
005180             GZAN1 OF TRANSACTION-RSP-BODY
005190        AND W4-SNP-HZAS (W4-SNP-LOOKUP-IDX) =
005200             GZAS1 OF TRANSACTION-RSP-BODY
005210         SET W4-FOUND TO TRUE
005220     ELSE
005230         SET W4-SNP-LOOKUP-IDX UP BY 1
005240     END-IF.
005250 3210-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------------
005280 3220-SCAN-CUSTOMER.
005290*-----------------------------------------------------------------
005300     IF W4-CUS-HZCUS (W4-CUS-LOOKUP-IDX) = W4-ORDERING-HZCUS
005310         SET W4-FOUND TO TRUE
005320     ELSE
005330         SET W4-CUS-LOOKUP-IDX UP BY 1
005340     END-IF.
005350 3220-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380 4000-BUILD-MESSAGE.
005390*-----------------------------------------------------------------
005400     ADD 1 TO W4-MSG-SEQ.
005410     MOVE W4-RUN-DATE TO W4-MSG-ID-DATE.
005420     MOVE W4-MSG-SEQ  TO W4-MSG-ID-SEQ.
005430     MOVE SPACES TO OUTWARD-PAYMENT-MESSAGE.
005440     MOVE W4-MESSAGE-ID TO OPM-MESSAGE-ID.
005450     MOVE '103' TO OPM-MESSAGE-TYPE.
005460     MOVE W4-RECEIVER-BIC TO OPM-RECEIVER-BIC.
005470     MOVE GZTREF OF TRANSACTION-RSP-BODY TO OPM-SENDER-REF.
005480     MOVE 'CRED' TO OPM-BANK-OP-CODE.
005490     MOVE W4-VFR-DATE TO OPM-VALUE-DATE.
005500     MOVE GZCCY2 OF TRANSACTION-RSP-BODY TO OPM-CCY.
005510     MOVE W4-AMOUNT-NUMERIC TO OPM-AMOUNT.
005520     MOVE GZAB1 OF TRANSACTION-RSP-BODY TO W4-ORD-BRANCH.
005530     MOVE GZAN1 OF TRANSACTION-RSP-BODY TO W4-ORD-ACCOUNT.
005540     MOVE GZAS1 OF TRANSACTION-RSP-BODY TO W4-ORD-SUBACCT.
005550     MOVE W4-ORDERING-ACCOUNT TO OPM-ORDERING-ACCOUNT.
005560     MOVE W4-CUS-HZCUN (W4-CUS-LOOKUP-IDX) TO OPM-ORDERING-NAME.
005570     MOVE W4-CUS-HZCUNA (W4-CUS-LOOKUP-IDX) TO OPM-ORDERING-ADDR.
005580     MOVE GZNR5 OF TRANSACTION-RSP-BODY TO OPM-BENEF-ACCOUNT.
005590     MOVE GZNR6 OF TRANSACTION-RSP-BODY TO OPM-BENEF-NAME.
005600     MOVE GZNR7 OF TRANSACTION-RSP-BODY TO OPM-BENEF-ADDR-1.
005610     MOVE GZNR8 OF TRANSACTION-RSP-BODY TO OPM-BENEF-ADDR-2.
005620     MOVE 'SHA' TO OPM-CHARGES.
005630     MOVE PCREF OF TRANSACTION-RSP-HEADER TO OPM-PCREF.
005640     MOVE TRANSQ OF TRANSACTION-RSP-HEADER TO OPM-TRANSQ.
005650     WRITE OUTWARD-PAYMENT-MESSAGE.
005660     ADD 1 TO W4-SENT-COUNT.
005670     ADD 1 TO RST-RECORDS-OUT.
005680 4000-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------------
005710 5000-REGISTER-DISPATCH.
005720*-----------------------------------------------------------------
005730     MOVE SPACES TO PAYMENT-DISPATCH-RECORD.
005740     MOVE OPM-MESSAGE-ID   TO PDR-MESSAGE-ID.
005750     MOVE OPM-PCREF        TO PDR-PCREF.
005760     MOVE OPM-TRANSQ       TO PDR-TRANSQ.
005770     MOVE OPM-SENDER-REF   TO PDR-SENDER-REF.
005780     MOVE OPM-RECEIVER-BIC TO PDR-RECEIVER-BIC.
005790     MOVE OPM-CCY          TO PDR-CCY.
005800     MOVE OPM-AMOUNT       TO PDR-AMOUNT.
005810     MOVE OPM-VALUE-DATE   TO PDR-VALUE-DATE.
005820     MOVE W4-RUN-DATE      TO PDR-DISPATCH-DATE.
005830     MOVE W4-RUN-TIME      TO PDR-DISPATCH-TIME.
005840     IF W4-PAYDSPF-OK
005850         WRITE PAYMENT-DISPATCH-RECORD
005860     END-IF.
005870     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
005880     MOVE OPM-PCREF  TO PSI-PCREF.
005890     MOVE OPM-TRANSQ TO PSI-TRANSQ.
005900     SET PSI-STAGE-PAYMENT-MSG TO TRUE.
005910     SET PSI-PASSED TO TRUE.
005920     STRING 'MT103 ' OPM-MESSAGE-ID
005930         DELIMITED BY SIZE INTO PSI-STATUS-TEXT.
005940     PERFORM 9800-POST-STATUS-EVENT THRU 9800-EXIT.
005950 5000-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------------
005980 6000-LIST-FOR-REPAIR.
005990*-----------------------------------------------------------------
006000     ADD 1 TO W4-REPAIR-COUNT.
006010     ADD 1 TO RST-REJECT-COUNT.
006020     MOVE PCREF OF TRANSACTION-RSP-HEADER  TO W4-RPL-PCREF.
006030     MOVE TRANSQ OF TRANSACTION-RSP-HEADER TO W4-RPL-TRANSQ.
006040     MOVE GZTREF OF TRANSACTION-RSP-BODY   TO W4-RPL-TREF.
006050     MOVE GZCCY2 OF TRANSACTION-RSP-BODY   TO W4-RPL-CCY.
006060     MOVE GZAMA2 OF TRANSACTION-RSP-BODY   TO W4-AMOUNT-TEXT.
006070     IF W4-AMOUNT-TEXT IS NUMERIC
006080         MOVE W4-AMOUNT-NUMERIC TO W4-RPL-AMOUNT
006090     ELSE
006100         MOVE ZERO TO W4-RPL-AMOUNT
006110     END-IF.
006120     MOVE W4-REPAIR-REASON TO W4-RPL-REASON.
006130     MOVE W4-REPAIR-LINE TO PAYRPT-RECORD.
006140     WRITE PAYRPT-RECORD.
006150     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
006160     MOVE PCREF OF TRANSACTION-RSP-HEADER  TO PSI-PCREF.
006170     MOVE TRANSQ OF TRANSACTION-RSP-HEADER TO PSI-TRANSQ.
006180     SET PSI-STAGE-PAYMENT-MSG TO TRUE.
006190     SET PSI-REJECTED TO TRUE.
006200     MOVE W4-REPAIR-REASON TO PSI-STATUS-TEXT.
006210     PERFORM 9800-POST-STATUS-EVENT THRU 9800-EXIT.
006220 6000-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------------
006250 8000-TERMINATE.
006260*-----------------------------------------------------------------
006270     MOVE W4-NOSTRO-LEG-COUNT TO W4-SUM-LEGS.
006280     MOVE W4-SENT-COUNT       TO W4-SUM-SENT.
006290     MOVE W4-REPAIR-COUNT     TO W4-SUM-REPAIR.
006300     MOVE W4-SUMMARY-LINE TO PAYRPT-RECORD.
006310     WRITE PAYRPT-RECORD.
006320     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
006330     CLOSE TRANRSPF.
006340     CLOSE PAYMSGF.
006350     IF W4-PAYDSPF-OK
006360         CLOSE PAYDSPF
006370     END-IF.
006380     CLOSE PAYRPT.
006390     DISPLAY 'ESB094W: READ ' W4-READ-COUNT
006400         ' NOSTRO CREDITS ' W4-NOSTRO-LEG-COUNT
006410         ' SENT ' W4-SENT-COUNT
006420         ' REPAIR ' W4-REPAIR-COUNT.
006430 8000-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------------
006460 9100-READ-COAMSTF.
006470*-----------------------------------------------------------------
006480     READ COAMSTF
006490         AT END
006500             SET W4-COAMSTF-EOF TO TRUE
006510     END-READ.
006520 9100-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------------
006550 9200-READ-SNAPSHOF.
006560*-----------------------------------------------------------------
006570     READ SNAPSHOF
006580         AT END
006590             SET W4-SNAPSHOF-EOF TO TRUE
006600     END-READ.
006610 9200-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------------
006640 9300-READ-CUSTMSTF.
006650*-----------------------------------------------------------------
006660     READ CUSTMSTF
006670         AT END
006680             SET W4-CUSTMSTF-EOF TO TRUE
006690     END-READ.
006700 9300-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730 9400-READ-TRANRSPF.
006740*-----------------------------------------------------------------
006750     READ TRANRSPF
006760         AT END
006770             SET W4-TRANRSPF-EOF TO TRUE
006780     END-READ.
006790 9400-EXIT.
006800     EXIT.
006810*-----------------------------------------------------------------
006820 9800-POST-STATUS-EVENT.
006830*-----------------------------------------------------------------
006840     MOVE ZERO TO PSI-EVENT-SEQ.
006850     MOVE W4-RUN-DATE TO PSI-EVENT-DATE.
006860     MOVE W4-RUN-TIME TO PSI-EVENT-TIME.
006870     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
006880 9800-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910 9900-WRITE-RUN-STATS.
006920*-----------------------------------------------------------------
006930     MOVE 'ESB094W' TO RST-PROGRAM-ID.
006940     MOVE W4-RUN-DATE TO RST-BUSINESS-DATE.
006950     ACCEPT RST-END-TIME FROM TIME.
006960     MOVE '00' TO RST-WORST-STATUS.
006970     IF W4-PAYMSGF-STATUS NOT = '00'
006980         MOVE W4-PAYMSGF-STATUS TO RST-WORST-STATUS
006990     END-IF.
007000     IF W4-PAYDSPF-STATUS NOT = '00'
007010         MOVE W4-PAYDSPF-STATUS TO RST-WORST-STATUS
007020     END-IF.
007030     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
007040 9900-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070 9999-EXIT.
007080*-----------------------------------------------------------------
007090     EXIT.
