000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB090K
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMPLIANCE PROTECTIVE HOLD MANAGER.  A SCREENING HIT THAT
000200*    ESB054D DISPOSES AS BLOCKED STOPS THE MESSAGE, BUT THE
000210*    ACCOUNT IT TARGETED WOULD OTHERWISE STAY FULLY USABLE AT
000220*    THE COUNTER.  ESB054D WRITES EACH BLOCKED HIT TO CMPBLKF
000230*    AND THIS PROGRAM, RUN AFTER IT:
000240*      - PLACES AN EQHOLD-REQ ON THE ACCOUNT THE HELD MESSAGE
000250*        TARGETED (THE DEBIT LEG OF A TRANSACTION_REQ, OR THE
000260*        ACCOUNT OF A HELD HOLD REQUEST) UNDER THE COMPLIANCE
000270*        HOLD REASON, WITH THE SCREENING PCREF AND WATCHLIST
000280*        TEXT ON THE HOLD DESCRIPTIONS, IN ITS OWN PCREF BATCH
000290*        (TAG 'K') AND HOLD NUMBER BAND ('3');
000300*      - RECORDS THE HOLD ON THE COMPLIANCE-HOLDS REGISTER
000310*        (CMPOLDF -> CMPNEWF) WITH WHO BLOCKED IT AND WHEN;
000320*      - LIFTS A HOLD ON A LIFT REQUEST FROM CMPLIFTF ONLY WHEN
000330*        THE REQUESTING OFFICER HOLDS THE COMPLIANCE ROLE ON THE
000340*        OPERATOR-PROFILE FILE (ESB063E).  THE LIFT IS SENT AS AN
000350*        EQHOLD-REL-REQ WITH SUPERVISOR AUTHORITY (GZSUPA) SET;
000360*        A REFUSED LIFT IS REPORTED AND THE HOLD STAYS.
000370*    ON THE LAST BUSINESS DAY OF THE MONTH (ESB060C) THE FULL
000380*    REGISTER - EVERY HOLD, ITS AGE, WHO PLACED AND WHO LIFTED
000390*    IT - IS PRINTED FOR THE MLRO'S MONTHLY REVIEW.  A LIFTED
000400*    HOLD IS DROPPED FROM THE REGISTER ONCE IT HAS APPEARED ON
000410*    ONE MONTH-END REVIEW.
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY.
000440*    15-OCT-2026  TC   INITIAL VERSION.
000450******************************************************************
000460 PROGRAM-ID. ESB090K.
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-ZSERIES.
000500 OBJECT-COMPUTER. IBM-ZSERIES.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CMPOLDF  ASSIGN TO CMPOLDF
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS K0-CMPOLDF-STATUS.
000560     SELECT CMPBLKF  ASSIGN TO CMPBLKF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS K0-CMPBLKF-STATUS.
000590     SELECT CMPLIFTF ASSIGN TO CMPLIFTF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS K0-CMPLIFTF-STATUS.
000620     SELECT CMPNEWF  ASSIGN TO CMPNEWF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS K0-CMPNEWF-STATUS.
000650     SELECT CMPHLDF  ASSIGN TO CMPHLDF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS K0-CMPHLDF-STATUS.
000680     SELECT CMPRELF  ASSIGN TO CMPRELF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS K0-CMPRELF-STATUS.
000710     SELECT CMPRPT   ASSIGN TO CMPRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS K0-CMPRPT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CMPOLDF
000770     RECORDING MODE IS F.
000780     COPY "Compliance_Hold.cpy".
000790 FD  CMPBLKF
000800     RECORDING MODE IS F.
000810     COPY "Screening_Hit.cpy".
000820 FD  CMPLIFTF
000830     RECORDING MODE IS F.
000840     COPY "Compliance_Hold_Lift.cpy".
000850 FD  CMPNEWF
000860     RECORDING MODE IS F.
000870 01  CMPNEWF-RECORD               PIC X(987).
000880 FD  CMPHLDF
000890     RECORDING MODE IS F.
000900 01  CMPHLDF-RECORD               PIC X(818).
000910 FD  CMPRELF
000920     RECORDING MODE IS F.
000930 01  CMPRELF-RECORD               PIC X(751).
000940 FD  CMPRPT
000950     RECORDING MODE IS F.
000960 01  CMPRPT-RECORD                PIC X(132).
000970 WORKING-STORAGE SECTION.
000980 01  K0-CMPOLDF-STATUS            PIC X(002) VALUE '00'.
000990     88 K0-CMPOLDF-OK                        VALUE '00'.
001000 01  K0-CMPBLKF-STATUS            PIC X(002) VALUE '00'.
001010     88 K0-CMPBLKF-OK                        VALUE '00'.
001020 01  K0-CMPLIFTF-STATUS           PIC X(002) VALUE '00'.
001030     88 K0-CMPLIFTF-OK                       VALUE '00'.
001040 01  K0-CMPNEWF-STATUS            PIC X(002) VALUE '00'.
001050 01  K0-CMPHLDF-STATUS            PIC X(002) VALUE '00'.
001060 01  K0-CMPRELF-STATUS            PIC X(002) VALUE '00'.
001070 01  K0-CMPRPT-STATUS             PIC X(002) VALUE '00'.
001080 01  K0-SWITCHES.
001090     05 K0-CMPOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001100        88 K0-CMPOLDF-EOF                    VALUE 'Y'.
001110     05 K0-CMPBLKF-EOF-SW         PIC X(001) VALUE 'N'.
001120        88 K0-CMPBLKF-EOF                    VALUE 'Y'.
001130     05 K0-CMPLIFTF-EOF-SW        PIC X(001) VALUE 'N'.
001140        88 K0-CMPLIFTF-EOF                   VALUE 'Y'.
001150     05 K0-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001160        88 K0-ENTRY-FOUND                    VALUE 'Y'.
001170     05 K0-MONTH-END-SW           PIC X(001) VALUE 'N'.
001180        88 K0-MONTH-END                      VALUE 'Y'.
001190 01  K0-DATE-TIME.
001200     05 K0-RUN-DATE               PIC 9(008) VALUE ZERO.
001210     05 K0-RUN-TIME               PIC 9(006) VALUE ZERO.
001220 01  K0-RUN-DATE-PARTS REDEFINES K0-DATE-TIME.
001230     05 K0-RUN-YYYYMM             PIC 9(006).
001240     05 K0-RUN-DD                 PIC 9(002).
001250     05 FILLER                    PIC 9(006).
001260 01  K0-COUNTERS.
001270     05 K0-REGISTER-READ-COUNT    PIC 9(007) VALUE ZERO.
001280     05 K0-BLOCKED-READ-COUNT     PIC 9(007) VALUE ZERO.
001290     05 K0-HOLD-PLACED-COUNT      PIC 9(007) VALUE ZERO.
001300     05 K0-DUPLICATE-COUNT        PIC 9(007) VALUE ZERO.
001310     05 K0-NO-ACCOUNT-COUNT       PIC 9(007) VALUE ZERO.
001320     05 K0-LIFT-READ-COUNT        PIC 9(007) VALUE ZERO.
001330     05 K0-LIFTED-COUNT           PIC 9(007) VALUE ZERO.
001340     05 K0-REFUSED-COUNT          PIC 9(007) VALUE ZERO.
001350     05 K0-DROPPED-COUNT          PIC 9(007) VALUE ZERO.
001360     05 K0-CARRIED-COUNT          PIC 9(007) VALUE ZERO.
001370     05 K0-GEN-SEQ                PIC 9(006) VALUE ZERO.
001380*    COMPLIANCE HOLDS CARRY THEIR OWN PCREF BATCH, TAGGED 'K',
001390*    AND TAKE HOLD NUMBERS IN THE '3' BAND.
001400 01  K0-NEW-PCREF.
001410     05 K0-NEW-PCREF-DATE         PIC 9(008).
001420     05 K0-NEW-PCREF-TAG          PIC X(001) VALUE 'K'.
001430     05 K0-NEW-PCREF-SEQ          PIC 9(006).
001440 01  K0-HOLD-NUMBER.
001450     05 K0-HOLD-NUMBER-BAND       PIC X(001) VALUE '3'.
001460     05 K0-HOLD-NUMBER-SEQ        PIC 9(004) VALUE ZERO.
001470 01  K0-HOLD-NUMBER-TEXT REDEFINES K0-HOLD-NUMBER.
001480     05 K0-HOLD-NUMBER-BAND-TEXT  PIC X(001).
001490     05 K0-HOLD-NUMBER-DIGITS     PIC X(004).
001500 01  K0-LAST-HOLD-SEQ             PIC 9(004) VALUE ZERO.
001510*    A COMPLIANCE HOLD RUNS UNTIL COMPLIANCE LIFTS IT, SO IT IS
001520*    PLACED WITH AN OPEN-ENDED EXPIRY.
001530 01  K0-OPEN-EXPIRY               PIC X(009) VALUE '099991231'.
001540 01  K0-HOLD-REASON               PIC X(003) VALUE 'CMP'.
001550 01  K0-DATE-TEXT.
001560     05 K0-DATE-TEXT-SIGN         PIC X(001) VALUE '0'.
001570     05 K0-DATE-TEXT-DATE         PIC 9(008) VALUE ZERO.
001580 01  K0-RUN-JULIAN                PIC 9(007) COMP VALUE ZERO.
001590 01  K0-WORK-JULIAN               PIC 9(007) COMP VALUE ZERO.
001600 01  K0-WORK-DATE                 PIC 9(008) VALUE ZERO.
001610 01  K0-WORK-DATE-PARTS REDEFINES K0-WORK-DATE.
001620     05 K0-WORK-YYYYMM            PIC 9(006).
001630     05 K0-WORK-DD                PIC 9(002).
001640 01  K0-AGE-DAYS                  PIC 9(005) VALUE ZERO.
001650*    THE ACCOUNT THE BLOCKED MESSAGE TARGETED.
001660 01  K0-TARGET.
001670     05 K0-TGT-BRANCH             PIC X(004).
001680     05 K0-TGT-ACCOUNT            PIC X(006).
001690     05 K0-TGT-SUBACCT            PIC X(003).
001700     05 K0-TGT-CUSTOMER           PIC X(006).
001710     05 K0-TGT-CLC                PIC X(003).
001720     05 K0-TGT-INPUT-BRANCH       PIC X(004).
001730     05 K0-TGT-CCY                PIC X(003).
001740*    THE REGISTER IS HELD IN FULL WHILE THE NIGHT'S BLOCKED HITS
001750*    AND LIFT REQUESTS ARE APPLIED.  AN ENTRY NOT KEPT HAS BEEN
001760*    LIFTED AND REVIEWED AND IS DROPPED FROM THE NEW GENERATION.
001770 01  K0-HOLD-COUNT                PIC 9(004) COMP VALUE ZERO.
001780 01  K0-HOLD-TABLE.
001790     05 K0-HLD-ENTRY OCCURS 2000 TIMES
001800        INDEXED BY K0-HLD-IDX, K0-HLD-LOOKUP-IDX.
001810        10 K0-HLD-IMAGE           PIC X(987).
001820        10 K0-HLD-KEEP-SW         PIC X(001).
001830 COPY "Compliance_Hold.cpy"
001840     REPLACING COMPLIANCE-HOLD-RECORD BY K0-HOLD-WORK.
001850 01  K0-REPORT-TOTALS.
001860     05 K0-RPT-ACTIVE-COUNT       PIC 9(007) VALUE ZERO.
001870     05 K0-RPT-LIFTED-COUNT       PIC 9(007) VALUE ZERO.
001880 01  K0-REFUSAL-HEADING-LINE.
001890     05 FILLER                    PIC X(037)
001900            VALUE 'COMPLIANCE HOLD LIFTS REFUSED        '.
001910     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001920     05 K0-REF-HDG-DATE           PIC 9(008).
001930     05 FILLER                    PIC X(082) VALUE SPACES.
001940 01  K0-REFUSAL-LINE.
001950     05 K0-REF-BRANCH             PIC X(004).
001960     05 FILLER                    PIC X(001) VALUE SPACES.
001970     05 K0-REF-ACCOUNT            PIC X(006).
001980     05 FILLER                    PIC X(001) VALUE SPACES.
001990     05 K0-REF-SUBACCT            PIC X(003).
002000     05 FILLER                    PIC X(002) VALUE SPACES.
002010     05 K0-REF-GZHNO              PIC X(005).
002020     05 FILLER                    PIC X(002) VALUE SPACES.
002030     05 K0-REF-OFFICER            PIC X(010).
002040     05 FILLER                    PIC X(002) VALUE SPACES.
002050     05 K0-REF-REASON             PIC X(030).
002060     05 FILLER                    PIC X(066) VALUE SPACES.
002070 01  K0-HEADING-LINE.
002080     05 FILLER                    PIC X(037)
002090            VALUE 'COMPLIANCE HOLDS REGISTER - MLRO     '.
002100     05 FILLER                    PIC X(005) VALUE 'RUN: '.
002110     05 K0-HDG-DATE               PIC 9(008).
002120     05 FILLER                    PIC X(082) VALUE SPACES.
002130 01  K0-COLUMN-LINE.
002140     05 FILLER                    PIC X(016) VALUE 'ACCOUNT'.
002150     05 FILLER                    PIC X(006) VALUE 'HOLD'.
002160     05 FILLER                    PIC X(021)
002170            VALUE 'SCREENING PCREF'.
002180     05 FILLER                    PIC X(011) VALUE 'PLACED BY'.
002190     05 FILLER                    PIC X(009) VALUE 'PLACED'.
002200     05 FILLER                    PIC X(006) VALUE '  AGE'.
002210     05 FILLER                    PIC X(007) VALUE 'STATUS'.
002220     05 FILLER                    PIC X(011) VALUE 'LIFTED BY'.
002230     05 FILLER                    PIC X(009) VALUE 'LIFTED'.
002240     05 FILLER                    PIC X(036) VALUE 'WATCHLIST'.
002250 01  K0-DETAIL-LINE.
002260     05 K0-DTL-BRANCH             PIC X(004).
002270     05 FILLER                    PIC X(001) VALUE SPACES.
002280     05 K0-DTL-ACCOUNT            PIC X(006).
002290     05 FILLER                    PIC X(001) VALUE SPACES.
002300     05 K0-DTL-SUBACCT            PIC X(003).
002310     05 FILLER                    PIC X(001) VALUE SPACES.
002320     05 K0-DTL-GZHNO              PIC X(005).
002330     05 FILLER                    PIC X(001) VALUE SPACES.
002340     05 K0-DTL-SCREEN-PCREF       PIC X(020).
002350     05 FILLER                    PIC X(001) VALUE SPACES.
002360     05 K0-DTL-PLACED-BY          PIC X(010).
002370     05 FILLER                    PIC X(001) VALUE SPACES.
002380     05 K0-DTL-PLACED-DATE        PIC 9(008).
002390     05 FILLER                    PIC X(001) VALUE SPACES.
002400     05 K0-DTL-AGE                PIC ZZZZ9.
002410     05 FILLER                    PIC X(001) VALUE SPACES.
002420     05 K0-DTL-STATUS             PIC X(006).
002430     05 FILLER                    PIC X(001) VALUE SPACES.
002440     05 K0-DTL-LIFTED-BY          PIC X(010).
002450     05 FILLER                    PIC X(001) VALUE SPACES.
002460     05 K0-DTL-LIFTED-DATE        PIC X(008).
002470     05 FILLER                    PIC X(001) VALUE SPACES.
002480     05 K0-DTL-WATCH-TEXT         PIC X(035).
002490     05 FILLER                    PIC X(001) VALUE SPACES.
002500 01  K0-TOTAL-LINE.
002510     05 FILLER                    PIC X(008) VALUE 'ACTIVE  '.
002520     05 K0-TTL-ACTIVE             PIC ZZZZZ9.
002530     05 FILLER                    PIC X(010) VALUE '  LIFTED  '.
002540     05 K0-TTL-LIFTED             PIC ZZZZZ9.
002550     05 FILLER                    PIC X(102) VALUE SPACES.
002560 01  K0-SUMMARY-LINE.
002570     05 FILLER                    PIC X(015)
002580            VALUE 'PLACED TONIGHT '.
002590     05 K0-SUM-PLACED             PIC ZZZZZ9.
002600     05 FILLER                    PIC X(010) VALUE '  LIFTED  '.
002610     05 K0-SUM-LIFTED             PIC ZZZZZ9.
002620     05 FILLER                    PIC X(011)
002630            VALUE '  REFUSED  '.
002640     05 K0-SUM-REFUSED            PIC ZZZZZ9.
002650     05 FILLER                    PIC X(078) VALUE SPACES.
002660 COPY "Transaction_Req.cpy"
002670     REPLACING TRANSACTION-REQ BY K0-REQ-WORK.
002680 COPY "EQ_HOLD_REQ.cpy"
002690     REPLACING EQHOLD-REQ BY K0-HELD-WORK.
002700 COPY "EQ_HOLD_REQ.cpy".
002710 COPY "EQ_HOLD_REL.cpy".
002720 COPY "Entitlement_Check.cpy".
002730 COPY "Date_Service.cpy".
002740 COPY "Run_Statistics.cpy".
002745 COPY "Business_Date_Service.cpy".
002750 PROCEDURE DIVISION.
002760*-----------------------------------------------------------------
002770 0000-MAINLINE.
002780*-----------------------------------------------------------------
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-PLACE-HOLDS THRU 2000-EXIT
002810         UNTIL K0-CMPBLKF-EOF.
002820     PERFORM 3000-APPLY-LIFTS THRU 3000-EXIT
002830         UNTIL K0-CMPLIFTF-EOF.
002840     IF K0-MONTH-END
002850         PERFORM 7000-PRINT-REGISTER THRU 7000-EXIT
002860     END-IF.
002870     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
002880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002890     STOP RUN.
002900*-----------------------------------------------------------------
002910 1000-INITIALIZE.
002920*-----------------------------------------------------------------
002930     ACCEPT K0-RUN-DATE FROM DATE YYYYMMDD.
002931     MOVE SPACES TO BUSINESS-DATE-AREA.
002932     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002933     EVALUATE TRUE
002934         WHEN BDS-OK
002935             MOVE BDS-BUSINESS-DATE TO K0-RUN-DATE
002936         WHEN BDS-NOT-STARTED
002937             DISPLAY 'ESB090K: BUSINESS DATE NOT STARTED -'
002938                 ' RUN REFUSED'
002939             MOVE 8 TO RETURN-CODE
002940             STOP RUN
002941         WHEN OTHER
002942             CONTINUE
002943     END-EVALUATE.
002944     ACCEPT K0-RUN-TIME FROM TIME.
002950     ACCEPT RST-START-TIME FROM TIME.
002960     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002970                  RST-REJECT-COUNT.
002980     COMPUTE K0-RUN-JULIAN =
002990         FUNCTION INTEGER-OF-DATE(K0-RUN-DATE).
003000     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT.
003010     OPEN INPUT CMPOLDF.
003020     IF K0-CMPOLDF-OK
003030         PERFORM 9100-READ-CMPOLDF THRU 9100-EXIT
003040     ELSE
003050         SET K0-CMPOLDF-EOF TO TRUE
003060     END-IF.
003070     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
003080         UNTIL K0-CMPOLDF-EOF.
003090     CLOSE CMPOLDF.
003100     OPEN INPUT CMPBLKF.
003110     IF K0-CMPBLKF-OK
003120         PERFORM 9200-READ-CMPBLKF THRU 9200-EXIT
003130     ELSE
003140         SET K0-CMPBLKF-EOF TO TRUE
003150     END-IF.
003160     OPEN INPUT CMPLIFTF.
003170     IF K0-CMPLIFTF-OK
003180         PERFORM 9300-READ-CMPLIFTF THRU 9300-EXIT
003190     ELSE
003200         SET K0-CMPLIFTF-EOF TO TRUE
003210     END-IF.
003220     OPEN OUTPUT CMPNEWF.
003230     OPEN OUTPUT CMPHLDF.
003240     OPEN OUTPUT CMPRELF.
003250     OPEN OUTPUT CMPRPT.
003260     MOVE K0-RUN-DATE TO K0-REF-HDG-DATE.
003270     MOVE K0-REFUSAL-HEADING-LINE TO CMPRPT-RECORD.
003280     WRITE CMPRPT-RECORD.
003290 1000-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 1100-CHECK-MONTH-END.
003330*-----------------------------------------------------------------
003340*    TONIGHT IS THE LAST BUSINESS DAY OF THE MONTH WHEN THE NEXT
003350*    BUSINESS DAY FALLS IN A LATER MONTH.
003360     COMPUTE K0-WORK-JULIAN = K0-RUN-JULIAN + 1.
003370     COMPUTE K0-WORK-DATE =
003380         FUNCTION DATE-OF-INTEGER(K0-WORK-JULIAN).
003390     MOVE SPACES TO DATE-SERVICE-AREA.
003400     SET DSV-ROLL-FORWARD TO TRUE.
003410     MOVE K0-WORK-DATE TO DSV-DATE-1.
003420     CALL 'ESB060C' USING DATE-SERVICE-AREA.
003430     IF DSV-RESULT-DATE IS NUMERIC
003440        AND DSV-RESULT-DATE > ZERO
003450         MOVE DSV-RESULT-DATE TO K0-WORK-DATE
003460     END-IF.
003470     IF K0-WORK-YYYYMM NOT = K0-RUN-YYYYMM
003480         SET K0-MONTH-END TO TRUE
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530 1200-LOAD-REGISTER.
003540*-----------------------------------------------------------------
003550     ADD 1 TO K0-REGISTER-READ-COUNT.
003560     ADD 1 TO RST-RECORDS-IN.
003570*    A HOLD LEFT OUT WOULD VANISH FROM THE NEW GENERATION AND
003580*    NEVER BE RELEASED, SO A FULL TABLE STOPS THE RUN BEFORE ANY
003590*    OUTPUT IS OPENED.
003600     IF K0-HOLD-COUNT NOT < 2000
003610         DISPLAY 'ESB090K: REGISTER TABLE FULL AT '
003650             CMH-GZBBN OF COMPLIANCE-HOLD-RECORD
003660             CMH-GZBNO OF COMPLIANCE-HOLD-RECORD
003670             CMH-GZHNO OF COMPLIANCE-HOLD-RECORD
003675             ' - RUN REFUSED'
003680         MOVE 8 TO RETURN-CODE
003685         STOP RUN
003690     END-IF.
003691     ADD 1 TO K0-HOLD-COUNT.
003692     SET K0-HLD-IDX TO K0-HOLD-COUNT.
003693     MOVE COMPLIANCE-HOLD-RECORD TO K0-HLD-IMAGE (K0-HLD-IDX).
003694     MOVE 'Y' TO K0-HLD-KEEP-SW (K0-HLD-IDX).
003695     PERFORM 1210-SEED-HOLD-NUMBER THRU 1210-EXIT.
003700     PERFORM 9100-READ-CMPOLDF THRU 9100-EXIT.
003710 1200-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740 1210-SEED-HOLD-NUMBER.
003750*-----------------------------------------------------------------
003760*    THE HIGHEST COMPLIANCE HOLD NUMBER ON THE REGISTER SEEDS
003770*    TONIGHT'S NUMBERING.
003780     MOVE CMH-GZHNO OF COMPLIANCE-HOLD-RECORD
003790         TO K0-HOLD-NUMBER-TEXT.
003800     IF K0-HOLD-NUMBER-BAND-TEXT = '3'
003810        AND K0-HOLD-NUMBER-DIGITS IS NUMERIC
003820        AND K0-HOLD-NUMBER-SEQ > K0-LAST-HOLD-SEQ
003830         MOVE K0-HOLD-NUMBER-SEQ TO K0-LAST-HOLD-SEQ
003840     END-IF.
003850 1210-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------------
003880 2000-PLACE-HOLDS.
003890*-----------------------------------------------------------------
003900     ADD 1 TO K0-BLOCKED-READ-COUNT.
003910     ADD 1 TO RST-RECORDS-IN.
003920     IF NOT SCH-BLOCKED
003930         GO TO 2000-NEXT-HIT
003940     END-IF.
003950*    A MESSAGE ALREADY UNDER AN ACTIVE COMPLIANCE HOLD IS NOT
003960*    HELD A SECOND TIME.
003970     PERFORM 2100-FIND-SCREEN-ENTRY THRU 2100-EXIT.
003980     IF K0-ENTRY-FOUND
003990         ADD 1 TO K0-DUPLICATE-COUNT
004000         GO TO 2000-NEXT-HIT
004010     END-IF.
004020     PERFORM 2200-LOCATE-TARGET THRU 2200-EXIT.
004030     IF K0-TGT-BRANCH = SPACES
004040        OR K0-TGT-ACCOUNT = SPACES
004050         DISPLAY 'ESB090K: NO TARGET ACCOUNT ON BLOCKED HIT '
004060             SCH-PCREF ' ' SCH-TRANSQ
004070         ADD 1 TO K0-NO-ACCOUNT-COUNT
004080         ADD 1 TO RST-REJECT-COUNT
004090         GO TO 2000-NEXT-HIT
004100     END-IF.
004103*    A BLOCKED PAYMENT THE REGISTER CANNOT CARRY WOULD GO
004106*    UNHELD, SO THE RUN STOPS BEFORE ITS HOLD IS WRITTEN.
004110     IF K0-HOLD-COUNT NOT < 2000
004120         DISPLAY 'ESB090K: REGISTER TABLE FULL AT '
004130             SCH-PCREF ' ' SCH-TRANSQ ' - RUN REFUSED'
004140         MOVE 8 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     PERFORM 2300-BUILD-HOLD THRU 2300-EXIT.
004180     PERFORM 2400-REGISTER-HOLD THRU 2400-EXIT.
004190 2000-NEXT-HIT.
004200     PERFORM 9200-READ-CMPBLKF THRU 9200-EXIT.
004210 2000-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 2100-FIND-SCREEN-ENTRY.
004250*-----------------------------------------------------------------
004260     MOVE 'N' TO K0-ENTRY-FOUND-SW.
004270     IF K0-HOLD-COUNT = ZERO
004280         GO TO 2100-EXIT
004290     END-IF.
004300     SET K0-HLD-LOOKUP-IDX TO 1.
004310     PERFORM 2110-SCAN-SCREEN-ENTRY THRU 2110-EXIT
004320         UNTIL K0-HLD-LOOKUP-IDX > K0-HOLD-COUNT
004330            OR K0-ENTRY-FOUND.
004340 2100-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 2110-SCAN-SCREEN-ENTRY.
004380*-----------------------------------------------------------------
004390     MOVE K0-HLD-IMAGE (K0-HLD-LOOKUP-IDX) TO K0-HOLD-WORK.
004400     IF CMH-ACTIVE OF K0-HOLD-WORK
004410        AND CMH-SCREEN-PCREF OF K0-HOLD-WORK = SCH-PCREF
004420        AND CMH-SCREEN-TRANSQ OF K0-HOLD-WORK = SCH-TRANSQ
004430         SET K0-ENTRY-FOUND TO TRUE
004440     ELSE
004450         SET K0-HLD-LOOKUP-IDX UP BY 1
004460     END-IF.
004470 2110-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 2200-LOCATE-TARGET.
004510*-----------------------------------------------------------------
004520*    A BLOCKED TRANSACTION IS HELD ON ITS DEBIT LEG, THE ACCOUNT
004530*    THE MONEY WOULD HAVE LEFT; A ONE-LEGGED CREDIT FALLS BACK
004540*    TO THE CREDIT LEG.  A BLOCKED HOLD REQUEST IS HELD ON THE
004550*    ACCOUNT IT NAMED.
004560     MOVE SPACES TO K0-TARGET.
004570     IF SCH-FROM-TRANREQ
004580         MOVE SCH-MSG-IMAGE TO K0-REQ-WORK
004590         MOVE GZBRNM OF K0-REQ-WORK TO K0-TGT-INPUT-BRANCH
004600         IF GZAN1 OF K0-REQ-WORK NOT = SPACES
004610             MOVE GZAB1 OF K0-REQ-WORK TO K0-TGT-BRANCH
004620             MOVE GZAN1 OF K0-REQ-WORK TO K0-TGT-ACCOUNT
004630             MOVE GZAS1 OF K0-REQ-WORK TO K0-TGT-SUBACCT
004640             MOVE GZCCY1 OF K0-REQ-WORK TO K0-TGT-CCY
004650         ELSE
004660             MOVE GZAB2 OF K0-REQ-WORK TO K0-TGT-BRANCH
004670             MOVE GZAN2 OF K0-REQ-WORK TO K0-TGT-ACCOUNT
004680             MOVE GZAS2 OF K0-REQ-WORK TO K0-TGT-SUBACCT
004690             MOVE GZCCY2 OF K0-REQ-WORK TO K0-TGT-CCY
004700         END-IF
004710     ELSE
004720         MOVE SCH-MSG-IMAGE (1:818) TO K0-HELD-WORK
004730         MOVE GZBBN OF K0-HELD-WORK TO K0-TGT-BRANCH
004740         MOVE GZBNO OF K0-HELD-WORK TO K0-TGT-ACCOUNT
004750         MOVE GZSFX OF K0-HELD-WORK TO K0-TGT-SUBACCT
004760         MOVE GZCUS OF K0-HELD-WORK TO K0-TGT-CUSTOMER
004770         MOVE GZCLC OF K0-HELD-WORK TO K0-TGT-CLC
004780         MOVE GZBRNM OF K0-HELD-WORK TO K0-TGT-INPUT-BRANCH
004790         MOVE GZCCY OF K0-HELD-WORK TO K0-TGT-CCY
004800     END-IF.
004810     IF K0-TGT-INPUT-BRANCH = SPACES
004820         MOVE K0-TGT-BRANCH TO K0-TGT-INPUT-BRANCH
004830     END-IF.
004840 2200-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870 2300-BUILD-HOLD.
004880*-----------------------------------------------------------------
004881*    A WRAPPED HOLD NUMBER WOULD DUPLICATE A LIVE HOLD.
004882     IF K0-LAST-HOLD-SEQ NOT < 9999
004883         DISPLAY 'ESB090K: HOLD NUMBERS IN BAND 3 EXHAUSTED -'
004884             ' RUN STOPPED'
004885         MOVE 8 TO RETURN-CODE
004886         STOP RUN
004887     END-IF.
004890     ADD 1 TO K0-HOLD-PLACED-COUNT.
004900     ADD 1 TO RST-RECORDS-OUT.
004910     ADD 1 TO K0-GEN-SEQ.
004920     ADD 1 TO K0-LAST-HOLD-SEQ.
004930     MOVE '3' TO K0-HOLD-NUMBER-BAND.
004940     MOVE K0-LAST-HOLD-SEQ TO K0-HOLD-NUMBER-SEQ.
004950     MOVE K0-RUN-DATE TO K0-NEW-PCREF-DATE.
004960     MOVE K0-GEN-SEQ  TO K0-NEW-PCREF-SEQ.
004970     MOVE K0-NEW-PCREF
004980         TO PCREF OF EQHOLD-REQ-HEADER OF EQHOLD-REQ.
004990     MOVE '0001'
005000         TO NMSGS OF EQHOLD-REQ-HEADER OF EQHOLD-REQ.
005010     MOVE '0001'
005020         TO TRANSQ OF EQHOLD-REQ-HEADER OF EQHOLD-REQ.
005030     MOVE K0-DATE-TIME
005040         TO TSTAMP OF EQHOLD-REQ-HEADER OF EQHOLD-REQ.
005050     MOVE SPACES TO EQHOLD-REQ-BODY OF EQHOLD-REQ.
005060     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REQ.
005070     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REQ.
005080     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REQ.
005090     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REQ.
005100     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REQ.
005110     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REQ.
005120     MOVE ':C3:'  TO GZACO-T  OF EQHOLD-REQ.
005130     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REQ.
005140     MOVE ':C35:' TO GZHDD1-T OF EQHOLD-REQ.
005150     MOVE ':C35:' TO GZHDD2-T OF EQHOLD-REQ.
005160     MOVE ':C35:' TO GZHDD3-T OF EQHOLD-REQ.
005170     MOVE ':C35:' TO GZHDD4-T OF EQHOLD-REQ.
005180     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REQ.
005190     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REQ.
005200     MOVE ':C3:'  TO GZCCY-T  OF EQHOLD-REQ.
005210     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REQ.
005220     MOVE ':S07:' TO GZINP-T  OF EQHOLD-REQ.
005230     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REQ.
005240     MOVE K0-TGT-BRANCH       TO GZBBN  OF EQHOLD-REQ.
005250     MOVE K0-TGT-ACCOUNT      TO GZBNO  OF EQHOLD-REQ.
005260     MOVE K0-TGT-SUBACCT      TO GZSFX  OF EQHOLD-REQ.
005270     MOVE K0-TGT-CUSTOMER     TO GZCUS  OF EQHOLD-REQ.
005280     MOVE K0-TGT-CLC          TO GZCLC  OF EQHOLD-REQ.
005290     MOVE K0-TGT-INPUT-BRANCH TO GZBRNM OF EQHOLD-REQ.
005300     MOVE K0-HOLD-REASON      TO GZHRC  OF EQHOLD-REQ.
005310*    THE DESCRIPTIONS TELL THE BRANCH WHY THE ACCOUNT IS STOPPED
005320*    AND POINT COMPLIANCE BACK TO THE SCREENING HIT.
005330     STRING 'SCREENING ' SCH-PCREF
005340         DELIMITED BY SIZE
005350         INTO GZHDD1 OF EQHOLD-REQ.
005360     MOVE SCH-WATCH-TEXT TO GZHDD2 OF EQHOLD-REQ.
005370     STRING 'MATCHED ' SCH-FIELD-NAME ' ' SCH-MATCH-TYPE
005380            ' TRANSQ ' SCH-TRANSQ
005390         DELIMITED BY SIZE
005400         INTO GZHDD3 OF EQHOLD-REQ.
005410     STRING 'BLOCKED BY ' SCH-DISPOSED-BY
005420         DELIMITED BY SIZE
005430         INTO GZHDD4 OF EQHOLD-REQ.
005440     MOVE '0' TO K0-DATE-TEXT-SIGN.
005450     MOVE K0-RUN-DATE TO K0-DATE-TEXT-DATE.
005460     MOVE K0-DATE-TEXT TO GZSTD OF EQHOLD-REQ.
005470     MOVE K0-DATE-TEXT TO GZINP OF EQHOLD-REQ.
005480     MOVE K0-OPEN-EXPIRY TO GZEXD OF EQHOLD-REQ.
005490     MOVE K0-TGT-CCY TO GZCCY OF EQHOLD-REQ.
005500     MOVE K0-HOLD-NUMBER TO GZHNO OF EQHOLD-REQ.
005510     MOVE EQHOLD-REQ TO CMPHLDF-RECORD.
005520     WRITE CMPHLDF-RECORD.
005530 2300-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005560 2400-REGISTER-HOLD.
005570*-----------------------------------------------------------------
005580     MOVE SPACES TO K0-HOLD-WORK.
005590     MOVE K0-TGT-BRANCH  TO CMH-GZBBN OF K0-HOLD-WORK.
005600     MOVE K0-TGT-ACCOUNT TO CMH-GZBNO OF K0-HOLD-WORK.
005610     MOVE K0-TGT-SUBACCT TO CMH-GZSFX OF K0-HOLD-WORK.
005620     MOVE K0-HOLD-NUMBER TO CMH-GZHNO OF K0-HOLD-WORK.
005630     MOVE K0-NEW-PCREF   TO CMH-HOLD-PCREF OF K0-HOLD-WORK.
005640     MOVE SCH-PCREF      TO CMH-SCREEN-PCREF OF K0-HOLD-WORK.
005650     MOVE SCH-TRANSQ     TO CMH-SCREEN-TRANSQ OF K0-HOLD-WORK.
005660     MOVE SCH-WATCH-TEXT TO CMH-WATCH-TEXT OF K0-HOLD-WORK.
005670     MOVE SCH-DISPOSED-BY TO CMH-PLACED-BY OF K0-HOLD-WORK.
005680     MOVE K0-RUN-DATE    TO CMH-PLACED-DATE OF K0-HOLD-WORK.
005690     SET CMH-ACTIVE OF K0-HOLD-WORK TO TRUE.
005700     MOVE ZERO           TO CMH-LIFTED-DATE OF K0-HOLD-WORK.
005710     MOVE EQHOLD-REQ     TO CMH-HOLD-IMAGE OF K0-HOLD-WORK.
005720     ADD 1 TO K0-HOLD-COUNT.
005730     SET K0-HLD-IDX TO K0-HOLD-COUNT.
005740     MOVE K0-HOLD-WORK TO K0-HLD-IMAGE (K0-HLD-IDX).
005750     MOVE 'Y' TO K0-HLD-KEEP-SW (K0-HLD-IDX).
005760 2400-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790 3000-APPLY-LIFTS.
005800*-----------------------------------------------------------------
005810     ADD 1 TO K0-LIFT-READ-COUNT.
005820     ADD 1 TO RST-RECORDS-IN.
005830     PERFORM 3100-FIND-HOLD-ENTRY THRU 3100-EXIT.
005840     IF NOT K0-ENTRY-FOUND
005850         MOVE 'NO ACTIVE COMPLIANCE HOLD' TO ETC-REASON-TEXT
005860         PERFORM 3300-REFUSE-LIFT THRU 3300-EXIT
005870         GO TO 3000-NEXT-LIFT
005880     END-IF.
005890*    ONLY A COMPLIANCE OFFICER MAY LIFT A COMPLIANCE HOLD.
005900     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
005910     MOVE CHL-OFFICER-ID TO ETC-OPERATOR-ID.
005920     MOVE SPACES TO ETC-MAKER-ID.
005930     MOVE 'C' TO ETC-REQUIRED-ROLE.
005940     MOVE ZERO TO ETC-AMOUNT.
005950     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
005960     IF NOT ETC-ALLOWED
005970         PERFORM 3300-REFUSE-LIFT THRU 3300-EXIT
005980         GO TO 3000-NEXT-LIFT
005990     END-IF.
006000     PERFORM 3200-BUILD-RELEASE THRU 3200-EXIT.
006010     ADD 1 TO K0-LIFTED-COUNT.
006020     ADD 1 TO RST-RECORDS-OUT.
006030     SET CMH-LIFTED OF K0-HOLD-WORK TO TRUE.
006040     MOVE CHL-OFFICER-ID TO CMH-LIFTED-BY OF K0-HOLD-WORK.
006050     MOVE K0-RUN-DATE TO CMH-LIFTED-DATE OF K0-HOLD-WORK.
006060     MOVE CHL-REASON-TEXT TO CMH-LIFT-REASON OF K0-HOLD-WORK.
006070     MOVE K0-HOLD-WORK TO K0-HLD-IMAGE (K0-HLD-LOOKUP-IDX).
006080 3000-NEXT-LIFT.
006090     PERFORM 9300-READ-CMPLIFTF THRU 9300-EXIT.
006100 3000-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130 3100-FIND-HOLD-ENTRY.
006140*-----------------------------------------------------------------
006150     MOVE 'N' TO K0-ENTRY-FOUND-SW.
006160     IF K0-HOLD-COUNT = ZERO
006170         GO TO 3100-EXIT
006180     END-IF.
006190     SET K0-HLD-LOOKUP-IDX TO 1.
006200     PERFORM 3110-SCAN-HOLD-ENTRY THRU 3110-EXIT
006210         UNTIL K0-HLD-LOOKUP-IDX > K0-HOLD-COUNT
006220            OR K0-ENTRY-FOUND.
006230 3100-EXIT.
006240     EXIT.
006250*-----------------------------------------------------------------
006260 3110-SCAN-HOLD-ENTRY.
006270*-----------------------------------------------------------------
006280     MOVE K0-HLD-IMAGE (K0-HLD-LOOKUP-IDX) TO K0-HOLD-WORK.
006290     IF CMH-ACTIVE OF K0-HOLD-WORK
006300        AND CMH-GZBBN OF K0-HOLD-WORK = CHL-GZBBN
006310        AND CMH-GZBNO OF K0-HOLD-WORK = CHL-GZBNO
006320        AND CMH-GZSFX OF K0-HOLD-WORK = CHL-GZSFX
006330        AND CMH-GZHNO OF K0-HOLD-WORK = CHL-GZHNO
006340         SET K0-ENTRY-FOUND TO TRUE
006350     ELSE
006360         SET K0-HLD-LOOKUP-IDX UP BY 1
006370     END-IF.
006380 3110-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410 3200-BUILD-RELEASE.
006420*-----------------------------------------------------------------
006430*    THE RELEASE IS KEYED ON THE HOLD AS PLACED AND CARRIES
006440*    SUPERVISOR AUTHORITY, THE OFFICER AND THE LIFT REASON.
006450     MOVE CMH-HOLD-IMAGE OF K0-HOLD-WORK TO EQHOLD-REQ.
006460     MOVE CMH-HOLD-PCREF OF K0-HOLD-WORK
006470         TO PCREF OF EQHOLD-REL-REQ-HEADER.
006480     MOVE '0001' TO NMSGS  OF EQHOLD-REL-REQ-HEADER.
006490     MOVE '0001' TO TRANSQ OF EQHOLD-REL-REQ-HEADER.
006500     MOVE K0-DATE-TIME TO TSTAMP OF EQHOLD-REL-REQ-HEADER.
006510     MOVE SPACES TO EQHOLD-REL-REQ-BODY.
006520     MOVE ':C4:'  TO GZBBN-T  OF EQHOLD-REL-REQ-BODY.
006530     MOVE ':C6:'  TO GZBNO-T  OF EQHOLD-REL-REQ-BODY.
006540     MOVE ':C3:'  TO GZSFX-T  OF EQHOLD-REL-REQ-BODY.
006550     MOVE ':P03:' TO GZHNO-T  OF EQHOLD-REL-REQ-BODY.
006560     MOVE ':C6:'  TO GZCUS-T  OF EQHOLD-REL-REQ-BODY.
006570     MOVE ':C3:'  TO GZCLC-T  OF EQHOLD-REL-REQ-BODY.
006580     MOVE ':C4:'  TO GZBRNM-T OF EQHOLD-REL-REQ-BODY.
006590     MOVE ':C3:'  TO GZHRC-T  OF EQHOLD-REL-REQ-BODY.
006600     MOVE ':C3:'  TO GZRELR-T OF EQHOLD-REL-REQ-BODY.
006610     MOVE ':C35:' TO GZRLD1-T OF EQHOLD-REL-REQ-BODY.
006620     MOVE ':C35:' TO GZRLD2-T OF EQHOLD-REL-REQ-BODY.
006630     MOVE ':S07:' TO GZSTD-T  OF EQHOLD-REL-REQ-BODY.
006640     MOVE ':S07:' TO GZEXD-T  OF EQHOLD-REL-REQ-BODY.
006650     MOVE ':S07:' TO GZRELD-T OF EQHOLD-REL-REQ-BODY.
006660     MOVE ':C10:' TO GZRELU-T OF EQHOLD-REL-REQ-BODY.
006670     MOVE ':C1:'  TO GZSUPA-T OF EQHOLD-REL-REQ-BODY.
006680     MOVE '::'    TO GZZZZZ-T OF EQHOLD-REL-REQ-BODY.
006690     MOVE GZBBN  OF EQHOLD-REQ TO GZBBN  OF EQHOLD-REL-REQ-BODY.
006700     MOVE GZBNO  OF EQHOLD-REQ TO GZBNO  OF EQHOLD-REL-REQ-BODY.
006710     MOVE GZSFX  OF EQHOLD-REQ TO GZSFX  OF EQHOLD-REL-REQ-BODY.
006720     MOVE GZHNO  OF EQHOLD-REQ TO GZHNO  OF EQHOLD-REL-REQ-BODY.
006730     MOVE GZCUS  OF EQHOLD-REQ TO GZCUS  OF EQHOLD-REL-REQ-BODY.
006740     MOVE GZCLC  OF EQHOLD-REQ TO GZCLC  OF EQHOLD-REL-REQ-BODY.
006750     MOVE GZBRNM OF EQHOLD-REQ TO GZBRNM OF EQHOLD-REL-REQ-BODY.
006760     MOVE GZHRC  OF EQHOLD-REQ TO GZHRC  OF EQHOLD-REL-REQ-BODY.
006770     MOVE GZSTD  OF EQHOLD-REQ TO GZSTD  OF EQHOLD-REL-REQ-BODY.
006780     MOVE GZEXD  OF EQHOLD-REQ TO GZEXD  OF EQHOLD-REL-REQ-BODY.
006790     MOVE K0-HOLD-REASON TO GZRELR OF EQHOLD-REL-REQ-BODY.
006800     MOVE CHL-REASON-TEXT TO GZRLD1 OF EQHOLD-REL-REQ-BODY.
006810     STRING 'SCREENING ' CMH-SCREEN-PCREF OF K0-HOLD-WORK
006820         DELIMITED BY SIZE
006830         INTO GZRLD2 OF EQHOLD-REL-REQ-BODY.
006840     MOVE '0' TO K0-DATE-TEXT-SIGN.
006850     MOVE K0-RUN-DATE TO K0-DATE-TEXT-DATE.
006860     MOVE K0-DATE-TEXT TO GZRELD OF EQHOLD-REL-REQ-BODY.
006870     MOVE CHL-OFFICER-ID TO GZRELU OF EQHOLD-REL-REQ-BODY.
006880     MOVE 'Y' TO GZSUPA OF EQHOLD-REL-REQ-BODY.
006890     MOVE EQHOLD-REL-REQ TO CMPRELF-RECORD.
006900     WRITE CMPRELF-RECORD.
006910 3200-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940 3300-REFUSE-LIFT.
006950*-----------------------------------------------------------------
006960*    A REFUSED LIFT LEAVES THE HOLD IN PLACE AND IS REPORTED TO
006970*    COMPLIANCE THE SAME NIGHT.
006980     ADD 1 TO K0-REFUSED-COUNT.
006990     ADD 1 TO RST-REJECT-COUNT.
007000     MOVE SPACES TO K0-REFUSAL-LINE.
007010     MOVE CHL-GZBBN TO K0-REF-BRANCH.
007020     MOVE CHL-GZBNO TO K0-REF-ACCOUNT.
007030     MOVE CHL-GZSFX TO K0-REF-SUBACCT.
007040     MOVE CHL-GZHNO TO K0-REF-GZHNO.
007050     MOVE CHL-OFFICER-ID TO K0-REF-OFFICER.
007060     MOVE ETC-REASON-TEXT TO K0-REF-REASON.
007070     MOVE K0-REFUSAL-LINE TO CMPRPT-RECORD.
007080     WRITE CMPRPT-RECORD.
007090 3300-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------------
007120 5000-WRITE-NEW-REGISTER.
007130*-----------------------------------------------------------------
007140     IF K0-HOLD-COUNT = ZERO
007150         GO TO 5000-EXIT
007160     END-IF.
007170     SET K0-HLD-IDX TO 1.
007180     PERFORM 5100-WRITE-ONE-HOLD THRU 5100-EXIT
007190         UNTIL K0-HLD-IDX > K0-HOLD-COUNT.
007200 5000-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230 5100-WRITE-ONE-HOLD.
007240*-----------------------------------------------------------------
007250*    A LIFTED HOLD STAYS ON THE REGISTER UNTIL THE MONTH-END
007260*    REVIEW THAT COVERS THE MONTH IT WAS LIFTED IN HAS RUN.
007270     MOVE K0-HLD-IMAGE (K0-HLD-IDX) TO K0-HOLD-WORK.
007280     IF CMH-LIFTED OF K0-HOLD-WORK
007290         MOVE CMH-LIFTED-DATE OF K0-HOLD-WORK TO K0-WORK-DATE
007300         IF K0-WORK-YYYYMM < K0-RUN-YYYYMM
007310             MOVE 'N' TO K0-HLD-KEEP-SW (K0-HLD-IDX)
007320         END-IF
007330     END-IF.
007340     IF K0-HLD-KEEP-SW (K0-HLD-IDX) = 'Y'
007350         ADD 1 TO K0-CARRIED-COUNT
007360         MOVE K0-HLD-IMAGE (K0-HLD-IDX) TO CMPNEWF-RECORD
007370         WRITE CMPNEWF-RECORD
007380     ELSE
007390         ADD 1 TO K0-DROPPED-COUNT
007400     END-IF.
007410     SET K0-HLD-IDX UP BY 1.
007420 5100-EXIT.
007430     EXIT.
007440*-----------------------------------------------------------------
007450 7000-PRINT-REGISTER.
007460*-----------------------------------------------------------------
007470     MOVE K0-RUN-DATE TO K0-HDG-DATE.
007480     MOVE K0-HEADING-LINE TO CMPRPT-RECORD.
007490     WRITE CMPRPT-RECORD.
007500     MOVE K0-COLUMN-LINE TO CMPRPT-RECORD.
007510     WRITE CMPRPT-RECORD.
007520     IF K0-HOLD-COUNT > ZERO
007530         SET K0-HLD-IDX TO 1
007540         PERFORM 7100-PRINT-ONE-HOLD THRU 7100-EXIT
007550             UNTIL K0-HLD-IDX > K0-HOLD-COUNT
007560     END-IF.
007570     MOVE K0-RPT-ACTIVE-COUNT TO K0-TTL-ACTIVE.
007580     MOVE K0-RPT-LIFTED-COUNT TO K0-TTL-LIFTED.
007590     MOVE K0-TOTAL-LINE TO CMPRPT-RECORD.
007600     WRITE CMPRPT-RECORD.
007610 7000-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 7100-PRINT-ONE-HOLD.
007650*-----------------------------------------------------------------
007660     MOVE K0-HLD-IMAGE (K0-HLD-IDX) TO K0-HOLD-WORK.
007670     MOVE SPACES TO K0-DETAIL-LINE.
007680     MOVE CMH-GZBBN OF K0-HOLD-WORK TO K0-DTL-BRANCH.
007690     MOVE CMH-GZBNO OF K0-HOLD-WORK TO K0-DTL-ACCOUNT.
007700     MOVE CMH-GZSFX OF K0-HOLD-WORK TO K0-DTL-SUBACCT.
007710     MOVE CMH-GZHNO OF K0-HOLD-WORK TO K0-DTL-GZHNO.
007720     MOVE CMH-SCREEN-PCREF OF K0-HOLD-WORK TO K0-DTL-SCREEN-PCREF.
007730     MOVE CMH-PLACED-BY OF K0-HOLD-WORK TO K0-DTL-PLACED-BY.
007740     MOVE CMH-PLACED-DATE OF K0-HOLD-WORK TO K0-DTL-PLACED-DATE.
007750     MOVE CMH-WATCH-TEXT OF K0-HOLD-WORK TO K0-DTL-WATCH-TEXT.
007760*    AGE RUNS FROM PLACEMENT TO TONIGHT WHILE THE HOLD IS ACTIVE
007770*    AND TO THE LIFT DATE ONCE IT HAS BEEN LIFTED.
007780     MOVE ZERO TO K0-AGE-DAYS.
007790     IF CMH-LIFTED OF K0-HOLD-WORK
007800         MOVE CMH-LIFTED-DATE OF K0-HOLD-WORK TO K0-WORK-DATE
007810         MOVE 'LIFTED' TO K0-DTL-STATUS
007820         MOVE CMH-LIFTED-BY OF K0-HOLD-WORK TO K0-DTL-LIFTED-BY
007830         MOVE CMH-LIFTED-DATE OF K0-HOLD-WORK
007840             TO K0-DTL-LIFTED-DATE
007850         ADD 1 TO K0-RPT-LIFTED-COUNT
007860     ELSE
007870         MOVE K0-RUN-DATE TO K0-WORK-DATE
007880         MOVE 'ACTIVE' TO K0-DTL-STATUS
007890         ADD 1 TO K0-RPT-ACTIVE-COUNT
007900     END-IF.
007910     IF CMH-PLACED-DATE OF K0-HOLD-WORK IS NUMERIC
007920        AND CMH-PLACED-DATE OF K0-HOLD-WORK > ZERO
007930        AND K0-WORK-DATE IS NUMERIC
007940        AND K0-WORK-DATE > ZERO
007950         COMPUTE K0-AGE-DAYS =
007960             FUNCTION INTEGER-OF-DATE(K0-WORK-DATE)
007970             - FUNCTION INTEGER-OF-DATE
007980                   (CMH-PLACED-DATE OF K0-HOLD-WORK)
007990     END-IF.
008000     MOVE K0-AGE-DAYS TO K0-DTL-AGE.
008010     MOVE K0-DETAIL-LINE TO CMPRPT-RECORD.
008020     WRITE CMPRPT-RECORD.
008030     SET K0-HLD-IDX UP BY 1.
008040 7100-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------------
008070 8000-TERMINATE.
008080*-----------------------------------------------------------------
008090     MOVE K0-HOLD-PLACED-COUNT TO K0-SUM-PLACED.
008100     MOVE K0-LIFTED-COUNT      TO K0-SUM-LIFTED.
008110     MOVE K0-REFUSED-COUNT     TO K0-SUM-REFUSED.
008120     MOVE K0-SUMMARY-LINE TO CMPRPT-RECORD.
008130     WRITE CMPRPT-RECORD.
008140     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
008150     CLOSE CMPBLKF.
008160     CLOSE CMPLIFTF.
008170     CLOSE CMPNEWF.
008180     CLOSE CMPHLDF.
008190     CLOSE CMPRELF.
008200     CLOSE CMPRPT.
008210     DISPLAY 'ESB090K: REGISTER ' K0-REGISTER-READ-COUNT
008220         ' BLOCKED HITS ' K0-BLOCKED-READ-COUNT
008230         ' PLACED ' K0-HOLD-PLACED-COUNT
008240         ' ALREADY HELD ' K0-DUPLICATE-COUNT
008250         ' NO ACCOUNT ' K0-NO-ACCOUNT-COUNT.
008260     DISPLAY 'ESB090K: LIFT REQUESTS ' K0-LIFT-READ-COUNT
008270         ' LIFTED ' K0-LIFTED-COUNT
008280         ' REFUSED ' K0-REFUSED-COUNT
008290         ' CARRIED ' K0-CARRIED-COUNT
008300         ' DROPPED ' K0-DROPPED-COUNT.
008310 8000-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340 9100-READ-CMPOLDF.
008350*-----------------------------------------------------------------
008360     READ CMPOLDF
008370         AT END
008380             SET K0-CMPOLDF-EOF TO TRUE
008390     END-READ.
008400 9100-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------------
008430 9200-READ-CMPBLKF.
008440*-----------------------------------------------------------------
008450     READ CMPBLKF
008460         AT END
008470             SET K0-CMPBLKF-EOF TO TRUE
008480     END-READ.
008490 9200-EXIT.
008500     EXIT.
008510*-----------------------------------------------------------------
008520 9300-READ-CMPLIFTF.
008530*-----------------------------------------------------------------
008540     READ CMPLIFTF
008550         AT END
008560             SET K0-CMPLIFTF-EOF TO TRUE
008570     END-READ.
008580 9300-EXIT.
008590     EXIT.
008600*-----------------------------------------------------------------
008610 9900-WRITE-RUN-STATS.
008620*-----------------------------------------------------------------
008630     MOVE 'ESB090K' TO RST-PROGRAM-ID.
008640     MOVE K0-RUN-DATE TO RST-BUSINESS-DATE.
008650     ACCEPT RST-END-TIME FROM TIME.
008660     MOVE '00' TO RST-WORST-STATUS.
008670     IF K0-CMPNEWF-STATUS NOT = '00'
008680         MOVE K0-CMPNEWF-STATUS TO RST-WORST-STATUS
008690     END-IF.
008700     IF K0-CMPHLDF-STATUS NOT = '00'
008710         MOVE K0-CMPHLDF-STATUS TO RST-WORST-STATUS
008720     END-IF.
008730     IF K0-CMPRELF-STATUS NOT = '00'
008740         MOVE K0-CMPRELF-STATUS TO RST-WORST-STATUS
008750     END-IF.
008760     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
008770 9900-EXIT.
008780     EXIT.
008790*-----------------------------------------------------------------
008800 9999-EXIT.
008810*-----------------------------------------------------------------
008820     EXIT.
