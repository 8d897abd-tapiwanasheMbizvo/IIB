000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB108C
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    CUSTOMER DISPUTE AND COMPLAINT CASE FILE MAINTENANCE.  THE
000200*    OPS DESK FINDS A DISPUTED POSTING WITH ESB026Q AND RECORDS
000210*    THE COMPLAINT HERE.  EACH ACTION ON DSCACTF IS APPLIED TO
000220*    THE CASE FILE (DSCOLDF -> DSCNEWF):
000230*      O - OPEN A CASE FOR A CUSTOMER (HZCUS), BRANCH AND
000240*          COMPLAINT CATEGORY; THE CASE NUMBER IS THE BUSINESS
000250*          DATE AND A DAILY SEQUENCE.  A PCREF ON THE OPEN IS
000260*          TAKEN AS THE FIRST REFERENCE
000270*      R - ADD A DISPUTED PCREF/TRANSQ REFERENCE TO A CASE
000280*      A - ASSIGN THE CASE TO AN OPERATOR
000290*      I - MOVE THE CASE TO INVESTIGATING
000300*      N - ADD A NOTE TO THE ACTIVITY LOG
000310*      F - REFUND DECISION: A REVERSAL REQUEST FOR THE NAMED
000320*          PCREF/GZTREF IS WRITTEN TO CASREVF FOR THE ESB019V
000330*          REVERSAL PATH, UNDER ITS OWN PCREF BATCH (TAG 'Q'),
000340*          WITH THE CASE NUMBER ON THE NARRATIVE
000350*      J - REJECT THE COMPLAINT
000360*    EVERY ACTING OPERATOR IS VERIFIED ON THE OPERATOR-PROFILE
000370*    FILE (ESB063E); A REFUND OR REJECTION NEEDS THE SUPERVISOR
000380*    ROLE AND MAY NOT BE DECIDED BY THE OPERATOR WHO OPENED THE
000390*    CASE.  EACH ACCEPTED ACTION IS APPENDED TO THE RUNNING
000400*    ACTIVITY LOG (DSCLOGF).  A CLOSED CASE RECORDS THE BUSINESS
000410*    DAYS IT TOOK (ESB060C) AND WHETHER THE CATEGORY'S
000420*    REGULATORY DEADLINE WAS MET, AND IS DROPPED FROM THE CASE
000430*    FILE IN THE MONTH AFTER IT CLOSED, ONCE IT HAS APPEARED ON
000440*    THE MONTH-END STATISTICS OF ESB109R.
000450*-----------------------------------------------------------------
000460* MODIFICATION HISTORY.
000470*    15-OCT-2026  TC   INITIAL VERSION.
000480******************************************************************
000490 PROGRAM-ID. ESB108C.
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-ZSERIES.
000530 OBJECT-COMPUTER. IBM-ZSERIES.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DSCOLDF  ASSIGN TO DSCOLDF
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS C8-DSCOLDF-STATUS.
000590     SELECT DSCACTF  ASSIGN TO DSCACTF
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS C8-DSCACTF-STATUS.
000620     SELECT DSCCATF  ASSIGN TO DSCCATF
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS C8-DSCCATF-STATUS.
000650     SELECT DSCNEWF  ASSIGN TO DSCNEWF
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS C8-DSCNEWF-STATUS.
000680     SELECT DSCLOGF  ASSIGN TO DSCLOGF
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS C8-DSCLOGF-STATUS.
000710     SELECT CASREVF  ASSIGN TO CASREVF
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS C8-CASREVF-STATUS.
000740     SELECT DSCRPT   ASSIGN TO DSCRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS C8-DSCRPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DSCOLDF
000800     RECORDING MODE IS F.
000810     COPY "Dispute_Case.cpy".
000820 FD  DSCACTF
000830     RECORDING MODE IS F.
000840     COPY "Dispute_Case_Action.cpy".
000850 FD  DSCCATF
000860     RECORDING MODE IS F.
000870     COPY "Dispute_Category.cpy".
000880 FD  DSCNEWF
000890     RECORDING MODE IS F.
000900 01  DSCNEWF-RECORD               PIC X(200).
000910 FD  DSCLOGF
000920     RECORDING MODE IS F.
000930     COPY "Dispute_Case_Activity.cpy".
000940 FD  CASREVF
000950     RECORDING MODE IS F.
000960     COPY "Reversal_Request.cpy".
000970 FD  DSCRPT
000980     RECORDING MODE IS F.
000990 01  DSCRPT-RECORD                PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 01  C8-DSCOLDF-STATUS            PIC X(002) VALUE '00'.
001020     88 C8-DSCOLDF-OK                        VALUE '00'.
001030 01  C8-DSCACTF-STATUS            PIC X(002) VALUE '00'.
001040     88 C8-DSCACTF-OK                        VALUE '00'.
001050 01  C8-DSCCATF-STATUS            PIC X(002) VALUE '00'.
001060     88 C8-DSCCATF-OK                        VALUE '00'.
001070 01  C8-DSCNEWF-STATUS            PIC X(002) VALUE '00'.
001080 01  C8-DSCLOGF-STATUS            PIC X(002) VALUE '00'.
001090     88 C8-DSCLOGF-OK                        VALUE '00'.
001100     88 C8-DSCLOGF-NOT-THERE                 VALUE '35'.
001110 01  C8-CASREVF-STATUS            PIC X(002) VALUE '00'.
001120 01  C8-DSCRPT-STATUS             PIC X(002) VALUE '00'.
001130 01  C8-SWITCHES.
001140     05 C8-DSCOLDF-EOF-SW         PIC X(001) VALUE 'N'.
001150        88 C8-DSCOLDF-EOF                    VALUE 'Y'.
001160     05 C8-DSCACTF-EOF-SW         PIC X(001) VALUE 'N'.
001170        88 C8-DSCACTF-EOF                    VALUE 'Y'.
001180     05 C8-DSCCATF-EOF-SW         PIC X(001) VALUE 'N'.
001190        88 C8-DSCCATF-EOF                    VALUE 'Y'.
001200     05 C8-ENTRY-FOUND-SW         PIC X(001) VALUE 'N'.
001210        88 C8-ENTRY-FOUND                    VALUE 'Y'.
001220     05 C8-CASE-FOUND-SW          PIC X(001) VALUE 'N'.
001230        88 C8-CASE-FOUND                     VALUE 'Y'.
001240 01  C8-DATE-TIME.
001250     05 C8-RUN-DATE               PIC 9(008) VALUE ZERO.
001260     05 C8-RUN-TIME               PIC 9(006) VALUE ZERO.
001270 01  C8-RUN-DATE-PARTS REDEFINES C8-DATE-TIME.
001280     05 C8-RUN-YYYYMM             PIC 9(006).
001290     05 C8-RUN-DD                 PIC 9(002).
001300     05 FILLER                    PIC 9(006).
001310 01  C8-CLOSED-DATE-WORK.
001320     05 C8-CLOSED-YYYYMM          PIC 9(006).
001330     05 C8-CLOSED-DD              PIC 9(002).
001340 01  C8-ACTION-DATE               PIC 9(008) VALUE ZERO.
001350 01  C8-ACTION-TIME               PIC 9(006) VALUE ZERO.
001360 01  C8-ACTION-CASE               PIC X(014) VALUE SPACES.
001370 01  C8-LAST-OPENED-CASE          PIC X(014) VALUE SPACES.
001380 01  C8-STATUS-BEFORE             PIC X(001) VALUE SPACES.
001390 01  C8-REQUIRED-ROLE             PIC X(001) VALUE SPACES.
001400 01  C8-MAKER-ID                  PIC X(010) VALUE SPACES.
001410 01  C8-REFUSAL-REASON            PIC X(030) VALUE SPACES.
001420 01  C8-RESULT-DETAIL             PIC X(045) VALUE SPACES.
001430 01  C8-DEADLINE-DAYS             PIC 9(003) VALUE ZERO.
001440 01  C8-NEW-CASE-NUMBER.
001450     05 C8-NEW-CASE-DATE          PIC 9(008).
001460     05 C8-NEW-CASE-SEQ           PIC 9(006).
001470*    REFUND REVERSALS CARRY THEIR OWN PCREF BATCH, TAGGED 'Q'.
001480 01  C8-NEW-PCREF.
001490     05 C8-NEW-PCREF-DATE         PIC 9(008).
001500     05 C8-NEW-PCREF-TAG          PIC X(001) VALUE 'Q'.
001510     05 C8-NEW-PCREF-SEQ          PIC 9(006).
001520 01  C8-COUNTERS.
001530     05 C8-ACTION-READ-COUNT      PIC 9(007) VALUE ZERO.
001540     05 C8-ACCEPTED-COUNT         PIC 9(007) VALUE ZERO.
001550     05 C8-REFUSED-COUNT          PIC 9(007) VALUE ZERO.
001560     05 C8-OPENED-COUNT           PIC 9(007) VALUE ZERO.
001570     05 C8-REFUND-COUNT           PIC 9(007) VALUE ZERO.
001580     05 C8-REJECT-COUNT           PIC 9(007) VALUE ZERO.
001590     05 C8-CASES-WRITTEN          PIC 9(007) VALUE ZERO.
001600     05 C8-CASES-DROPPED          PIC 9(007) VALUE ZERO.
001610 01  C8-CATEGORY-COUNT            PIC 9(004) COMP VALUE ZERO.
001620 01  C8-CATEGORY-TABLE.
001630     05 C8-CAT-ENTRY OCCURS 100 TIMES
001640        INDEXED BY C8-CAT-IDX.
001650        10 C8-CAT-CODE            PIC X(004).
001660        10 C8-CAT-DEADLINE        PIC 9(003).
001670 01  C8-CASE-COUNT                PIC 9(004) COMP VALUE ZERO.
001680 01  C8-CASE-TABLE.
001690     05 C8-CSE-ENTRY OCCURS 3000 TIMES
001700        INDEXED BY C8-CSE-IDX, C8-CSE-LOOKUP-IDX.
001710        10 C8-CSE-NUMBER          PIC X(014).
001720        10 C8-CSE-IMAGE           PIC X(200).
001730 01  C8-REFERENCE-COUNT           PIC 9(004) COMP VALUE ZERO.
001740 01  C8-REFERENCE-TABLE.
001750     05 C8-RFN-ENTRY OCCURS 6000 TIMES
001760        INDEXED BY C8-RFN-IDX, C8-RFN-LOOKUP-IDX.
001770        10 C8-RFN-CASE-NUMBER     PIC X(014).
001780        10 C8-RFN-PCREF           PIC X(015).
001790        10 C8-RFN-TRANSQ          PIC X(004).
001800        10 C8-RFN-IMAGE           PIC X(200).
001810 01  C8-HEADING-LINE.
001820     05 FILLER                    PIC X(038)
001830            VALUE 'DISPUTE CASE ACTIONS                  '.
001840     05 FILLER                    PIC X(015)
001850            VALUE 'BUSINESS DATE: '.
001860     05 C8-HDG-DATE               PIC 9(008).
001870     05 FILLER                    PIC X(071) VALUE SPACES.
001880 01  C8-DETAIL-LINE.
001890     05 C8-DTL-ACTION             PIC X(001).
001900     05 FILLER                    PIC X(002) VALUE SPACES.
001910     05 C8-DTL-CASE               PIC X(014).
001920     05 FILLER                    PIC X(002) VALUE SPACES.
001930     05 C8-DTL-OPERATOR           PIC X(010).
001940     05 FILLER                    PIC X(002) VALUE SPACES.
001950     05 C8-DTL-RESULT             PIC X(008).
001960     05 FILLER                    PIC X(002) VALUE SPACES.
001970     05 C8-DTL-DETAIL             PIC X(045).
001980     05 FILLER                    PIC X(046) VALUE SPACES.
001990 01  C8-SUMMARY-LINE.
002000     05 FILLER                    PIC X(010) VALUE 'ACCEPTED  '.
002010     05 C8-SUM-ACCEPTED           PIC ZZZZZZ9.
002020     05 FILLER                    PIC X(011) VALUE '  REFUSED  '.
002030     05 C8-SUM-REFUSED            PIC ZZZZZZ9.
002040     05 FILLER                    PIC X(010) VALUE '  OPENED  '.
002050     05 C8-SUM-OPENED             PIC ZZZZZZ9.
002060     05 FILLER                    PIC X(012) VALUE '  REFUNDED  '.
002070     05 C8-SUM-REFUNDED           PIC ZZZZZZ9.
002080     05 FILLER                    PIC X(012) VALUE '  REJECTED  '.
002090     05 C8-SUM-REJECTED           PIC ZZZZZZ9.
002100     05 FILLER                    PIC X(053) VALUE SPACES.
002110 COPY "Dispute_Case.cpy"
002120     REPLACING DISPUTE-CASE-RECORD BY C8-CONTROL-WORK.
002130 COPY "Dispute_Case.cpy"
002140     REPLACING DISPUTE-CASE-RECORD BY C8-CASE-WORK.
002150 COPY "Dispute_Case.cpy"
002160     REPLACING DISPUTE-CASE-RECORD BY C8-REF-WORK.
002170 COPY "Entitlement_Check.cpy".
002180 COPY "Date_Service.cpy".
002190 COPY "Business_Date_Service.cpy".
002200 COPY "Run_Statistics.cpy".
002210 PROCEDURE DIVISION.
002220*-----------------------------------------------------------------
002230 0000-MAINLINE.
002240*-----------------------------------------------------------------
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-APPLY-ACTION THRU 2000-EXIT
002270         UNTIL C8-DSCACTF-EOF.
002280     PERFORM 5000-WRITE-CASE-FILE THRU 5000-EXIT.
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002300     STOP RUN.
002310*-----------------------------------------------------------------
002320 1000-INITIALIZE.
002330*-----------------------------------------------------------------
002340     ACCEPT C8-RUN-DATE FROM DATE YYYYMMDD.
002350     MOVE SPACES TO BUSINESS-DATE-AREA.
002360     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
002370     EVALUATE TRUE
002380         WHEN BDS-OK
002390             MOVE BDS-BUSINESS-DATE TO C8-RUN-DATE
002400         WHEN BDS-NOT-STARTED
002410             DISPLAY 'ESB108C: BUSINESS DATE NOT STARTED -'
002420                 ' RUN REFUSED'
002430             MOVE 8 TO RETURN-CODE
002440             STOP RUN
002450         WHEN OTHER
002460             CONTINUE
002470     END-EVALUATE.
002480     ACCEPT C8-RUN-TIME FROM TIME.
002490     ACCEPT RST-START-TIME FROM TIME.
002500     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002510                  RST-REJECT-COUNT.
002520     OPEN INPUT DSCCATF.
002530     IF C8-DSCCATF-OK
002540         PERFORM 9300-READ-DSCCATF THRU 9300-EXIT
002550     ELSE
002560         SET C8-DSCCATF-EOF TO TRUE
002570     END-IF.
002580     PERFORM 1100-LOAD-CATEGORY THRU 1100-EXIT
002590         UNTIL C8-DSCCATF-EOF.
002600     CLOSE DSCCATF.
002610*    THE CONTROL RECORD LEADS THE CASE FILE; A FIRST RUN STARTS
002620*    FROM AN EMPTY ONE.
002630     MOVE SPACES TO C8-CONTROL-WORK.
002640     INITIALIZE DSC-CONTROL-DETAIL OF C8-CONTROL-WORK.
002650     SET DSC-CONTROL OF C8-CONTROL-WORK TO TRUE.
002660     OPEN INPUT DSCOLDF.
002670     IF C8-DSCOLDF-OK
002680         PERFORM 9100-READ-DSCOLDF THRU 9100-EXIT
002690     ELSE
002700         SET C8-DSCOLDF-EOF TO TRUE
002710     END-IF.
002720     PERFORM 1200-LOAD-CASE-FILE THRU 1200-EXIT
002730         UNTIL C8-DSCOLDF-EOF.
002740     CLOSE DSCOLDF.
002750     OPEN INPUT DSCACTF.
002760     IF C8-DSCACTF-OK
002770         PERFORM 9200-READ-DSCACTF THRU 9200-EXIT
002780     ELSE
002790         SET C8-DSCACTF-EOF TO TRUE
002800     END-IF.
002810     OPEN OUTPUT DSCNEWF.
002820     OPEN OUTPUT CASREVF.
002830     OPEN OUTPUT DSCRPT.
002840     OPEN EXTEND DSCLOGF.
002850     IF C8-DSCLOGF-NOT-THERE
002860         OPEN OUTPUT DSCLOGF
002870     END-IF.
002880     IF NOT C8-DSCLOGF-OK
002890         DISPLAY 'ESB108C: UNABLE TO OPEN DSCLOGF '
002900             C8-DSCLOGF-STATUS
002910     END-IF.
002920     MOVE C8-RUN-DATE TO C8-HDG-DATE.
002930     MOVE C8-HEADING-LINE TO DSCRPT-RECORD.
002940     WRITE DSCRPT-RECORD.
002950 1000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980 1100-LOAD-CATEGORY.
002990*-----------------------------------------------------------------
003000     ADD 1 TO RST-RECORDS-IN.
003007*    A CATEGORY LEFT OUT WOULD REFUSE EVERY CASE OPENED UNDER IT,
003014*    SO A CATEGORY FILE TOO BIG FOR THE TABLE STOPS THE RUN.
003021     IF C8-CATEGORY-COUNT NOT < 100
003028         DISPLAY 'ESB108C: CATEGORY TABLE FULL AT '
003035             DCT-CATEGORY ' - RUN REFUSED'
003042         MOVE 8 TO RETURN-CODE
003049         STOP RUN
003056     END-IF.
003063     ADD 1 TO C8-CATEGORY-COUNT.
003070     SET C8-CAT-IDX TO C8-CATEGORY-COUNT.
003077     MOVE DCT-CATEGORY TO C8-CAT-CODE (C8-CAT-IDX).
003084     IF DCT-DEADLINE-DAYS IS NUMERIC
003091         MOVE DCT-DEADLINE-DAYS TO C8-CAT-DEADLINE (C8-CAT-IDX)
003110     ELSE
003120         MOVE ZERO TO C8-CAT-DEADLINE (C8-CAT-IDX)
003140     END-IF.
003150     PERFORM 9300-READ-DSCCATF THRU 9300-EXIT.
003160 1100-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190 1200-LOAD-CASE-FILE.
003200*-----------------------------------------------------------------
003210     ADD 1 TO RST-RECORDS-IN.
003220     EVALUATE TRUE
003230         WHEN DSC-CONTROL OF DISPUTE-CASE-RECORD
003240             MOVE DISPUTE-CASE-RECORD TO C8-CONTROL-WORK
003250         WHEN DSC-CASE OF DISPUTE-CASE-RECORD
003260             PERFORM 1210-LOAD-CASE THRU 1210-EXIT
003270         WHEN DSC-REFERENCE OF DISPUTE-CASE-RECORD
003280             PERFORM 1220-LOAD-REFERENCE THRU 1220-EXIT
003290         WHEN OTHER
003300             CONTINUE
003310     END-EVALUATE.
003320     PERFORM 9100-READ-DSCOLDF THRU 9100-EXIT.
003330 1200-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360 1210-LOAD-CASE.
003370*-----------------------------------------------------------------
003373*    A CASE LEFT OUT WOULD BE LOST FROM DSCNEWF, SO A FULL TABLE
003376*    STOPS THE RUN BEFORE DSCNEWF IS OPENED.
003380     IF C8-CASE-COUNT NOT < 3000
003390         DISPLAY 'ESB108C: CASE TABLE FULL AT CASE '
003400             DSC-CASE-NUMBER OF DISPUTE-CASE-RECORD
003407             ' - RUN REFUSED'
003414         MOVE 8 TO RETURN-CODE
003421         STOP RUN
003430     END-IF.
003440     ADD 1 TO C8-CASE-COUNT.
003450     SET C8-CSE-IDX TO C8-CASE-COUNT.
003460     MOVE DSC-CASE-NUMBER OF DISPUTE-CASE-RECORD
003470         TO C8-CSE-NUMBER (C8-CSE-IDX).
003480     MOVE DISPUTE-CASE-RECORD TO C8-CSE-IMAGE (C8-CSE-IDX).
003490 1210-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520 1220-LOAD-REFERENCE.
003530*-----------------------------------------------------------------
003535*    AS FOR CASES, A FULL TABLE STOPS THE RUN.
003540     IF C8-REFERENCE-COUNT NOT < 6000
003550         DISPLAY 'ESB108C: REFERENCE TABLE FULL AT '
003560             DSC-REF-CASE-NUMBER OF DISPUTE-CASE-RECORD ' '
003570             DSC-REF-PCREF OF DISPUTE-CASE-RECORD
003577             ' - RUN REFUSED'
003584         MOVE 8 TO RETURN-CODE
003591         STOP RUN
003600     END-IF.
003610     ADD 1 TO C8-REFERENCE-COUNT.
003620     SET C8-RFN-IDX TO C8-REFERENCE-COUNT.
003630     MOVE DSC-REF-CASE-NUMBER OF DISPUTE-CASE-RECORD
003640         TO C8-RFN-CASE-NUMBER (C8-RFN-IDX).
003650     MOVE DSC-REF-PCREF OF DISPUTE-CASE-RECORD
003660         TO C8-RFN-PCREF (C8-RFN-IDX).
003670     MOVE DSC-REF-TRANSQ OF DISPUTE-CASE-RECORD
003680         TO C8-RFN-TRANSQ (C8-RFN-IDX).
003690     MOVE DISPUTE-CASE-RECORD TO C8-RFN-IMAGE (C8-RFN-IDX).
003700 1220-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730 2000-APPLY-ACTION.
003740*-----------------------------------------------------------------
003750     ADD 1 TO C8-ACTION-READ-COUNT.
003760     ADD 1 TO RST-RECORDS-IN.
003770     MOVE SPACES TO C8-REFUSAL-REASON C8-RESULT-DETAIL.
003780     MOVE SPACES TO C8-STATUS-BEFORE C8-ACTION-CASE.
003790     IF DCA-ACTION-DATE IS NUMERIC
003800        AND DCA-ACTION-DATE NOT = '00000000'
003810         MOVE DCA-ACTION-DATE TO C8-ACTION-DATE
003820     ELSE
003830         MOVE C8-RUN-DATE TO C8-ACTION-DATE
003840     END-IF.
003850     IF DCA-ACTION-TIME IS NUMERIC
003860         MOVE DCA-ACTION-TIME TO C8-ACTION-TIME
003870     ELSE
003880         MOVE C8-RUN-TIME TO C8-ACTION-TIME
003890     END-IF.
003900     IF DCA-OPEN-CASE
003910         MOVE SPACES TO C8-REQUIRED-ROLE C8-MAKER-ID
003920         PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
003930         IF C8-REFUSAL-REASON = SPACES
003940             PERFORM 2100-OPEN-CASE THRU 2100-EXIT
003950         END-IF
003960         IF C8-REFUSAL-REASON NOT = SPACES
003970             GO TO 2000-REFUSE
003980         END-IF
003990         GO TO 2000-ACCEPT
004000     END-IF.
004010*    AN ACTION WITH NO CASE NUMBER FOLLOWING AN OPEN IS FOR THE
004020*    CASE JUST OPENED.
004030     IF DCA-CASE-NUMBER = SPACES
004040         MOVE C8-LAST-OPENED-CASE TO C8-ACTION-CASE
004050     ELSE
004060         MOVE DCA-CASE-NUMBER TO C8-ACTION-CASE
004070     END-IF.
004080     PERFORM 2060-FIND-CASE THRU 2060-EXIT.
004090     IF NOT C8-CASE-FOUND
004100         MOVE 'CASE NOT ON FILE' TO C8-REFUSAL-REASON
004110         GO TO 2000-REFUSE
004120     END-IF.
004130     MOVE C8-CSE-IMAGE (C8-CSE-LOOKUP-IDX) TO C8-CASE-WORK.
004140     MOVE DSC-STATUS OF C8-CASE-WORK TO C8-STATUS-BEFORE.
004150     MOVE SPACES TO C8-REQUIRED-ROLE C8-MAKER-ID.
004160     IF DCA-REFUND OR DCA-REJECT
004170         MOVE 'S' TO C8-REQUIRED-ROLE
004180         MOVE DSC-OPENED-BY OF C8-CASE-WORK TO C8-MAKER-ID
004190     END-IF.
004200     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.
004210     IF C8-REFUSAL-REASON NOT = SPACES
004220         GO TO 2000-REFUSE
004230     END-IF.
004240     IF DSC-CLOSED OF C8-CASE-WORK
004250        AND NOT DCA-NOTE
004260         MOVE 'CASE ALREADY CLOSED' TO C8-REFUSAL-REASON
004270         GO TO 2000-REFUSE
004280     END-IF.
004290     EVALUATE TRUE
004300         WHEN DCA-ADD-REFERENCE
004310             PERFORM 2200-ADD-REFERENCE THRU 2200-EXIT
004320         WHEN DCA-ASSIGN
004330             PERFORM 2300-ASSIGN-CASE THRU 2300-EXIT
004340         WHEN DCA-INVESTIGATE
004350             PERFORM 2400-INVESTIGATE-CASE THRU 2400-EXIT
004360         WHEN DCA-NOTE
004370             PERFORM 2500-ADD-NOTE THRU 2500-EXIT
004380         WHEN DCA-REFUND
004390             PERFORM 2600-REFUND-CASE THRU 2600-EXIT
004400         WHEN DCA-REJECT
004410             PERFORM 2700-REJECT-CASE THRU 2700-EXIT
004420         WHEN OTHER
004430             MOVE 'UNKNOWN ACTION CODE' TO C8-REFUSAL-REASON
004440     END-EVALUATE.
004450     IF C8-REFUSAL-REASON NOT = SPACES
004460         GO TO 2000-REFUSE
004470     END-IF.
004480     ADD 1 TO DSC-ACTIVITY-COUNT OF C8-CASE-WORK.
004490     MOVE C8-CASE-WORK TO C8-CSE-IMAGE (C8-CSE-LOOKUP-IDX).
004500 2000-ACCEPT.
004510     PERFORM 2800-LOG-ACTIVITY THRU 2800-EXIT.
004520     ADD 1 TO C8-ACCEPTED-COUNT.
004530     MOVE 'ACCEPTED' TO C8-DTL-RESULT.
004540     MOVE C8-RESULT-DETAIL TO C8-DTL-DETAIL.
004550     PERFORM 2900-PRINT-ACTION THRU 2900-EXIT.
004560     GO TO 2000-NEXT-ACTION.
004570 2000-REFUSE.
004580     ADD 1 TO C8-REFUSED-COUNT.
004590     ADD 1 TO RST-REJECT-COUNT.
004600     MOVE 'REFUSED' TO C8-DTL-RESULT.
004610     MOVE C8-REFUSAL-REASON TO C8-DTL-DETAIL.
004620     PERFORM 2900-PRINT-ACTION THRU 2900-EXIT.
004630 2000-NEXT-ACTION.
004640     PERFORM 9200-READ-DSCACTF THRU 9200-EXIT.
004650 2000-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680 2050-CHECK-OPERATOR.
004690*-----------------------------------------------------------------
004700     MOVE SPACES TO ENTITLEMENT-CHECK-AREA.
004710     MOVE DCA-OPERATOR-ID TO ETC-OPERATOR-ID.
004720     MOVE C8-MAKER-ID TO ETC-MAKER-ID.
004730     MOVE C8-REQUIRED-ROLE TO ETC-REQUIRED-ROLE.
004740     MOVE ZERO TO ETC-AMOUNT.
004750     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
004760     IF NOT ETC-ALLOWED
004770         MOVE ETC-REASON-TEXT TO C8-REFUSAL-REASON
004780     END-IF.
004790 2050-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820 2060-FIND-CASE.
004830*-----------------------------------------------------------------
004840     MOVE 'N' TO C8-CASE-FOUND-SW.
004850     IF C8-ACTION-CASE = SPACES
004860        OR C8-CASE-COUNT = ZERO
004870         GO TO 2060-EXIT
004880     END-IF.
004890     SET C8-CSE-LOOKUP-IDX TO 1.
004900     PERFORM 2070-SCAN-CASE THRU 2070-EXIT
004910         UNTIL C8-CSE-LOOKUP-IDX > C8-CASE-COUNT
004920            OR C8-CASE-FOUND.
004930 2060-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960 2070-SCAN-CASE.
004970*-----------------------------------------------------------------
004980     IF C8-CSE-NUMBER (C8-CSE-LOOKUP-IDX) = C8-ACTION-CASE
004990         SET C8-CASE-FOUND TO TRUE
005000     ELSE
005010         SET C8-CSE-LOOKUP-IDX UP BY 1
005020     END-IF.
005030 2070-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 2080-FIND-CATEGORY.
005070*-----------------------------------------------------------------
005080     MOVE 'N' TO C8-ENTRY-FOUND-SW.
005090     MOVE ZERO TO C8-DEADLINE-DAYS.
005100     IF C8-CATEGORY-COUNT = ZERO
005110         GO TO 2080-EXIT
005120     END-IF.
005130     SET C8-CAT-IDX TO 1.
005140     PERFORM 2090-SCAN-CATEGORY THRU 2090-EXIT
005150         UNTIL C8-CAT-IDX > C8-CATEGORY-COUNT
005160            OR C8-ENTRY-FOUND.
005170 2080-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200 2090-SCAN-CATEGORY.
005210*-----------------------------------------------------------------
005220     IF C8-CAT-CODE (C8-CAT-IDX) = DSC-CATEGORY OF C8-CASE-WORK
005230         SET C8-ENTRY-FOUND TO TRUE
005240         MOVE C8-CAT-DEADLINE (C8-CAT-IDX) TO C8-DEADLINE-DAYS
005250     ELSE
005260         SET C8-CAT-IDX UP BY 1
005270     END-IF.
005280 2090-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310 2100-OPEN-CASE.
005320*-----------------------------------------------------------------
005330     IF DCA-HZCUS = SPACES
005340         MOVE 'NO CUSTOMER NUMBER' TO C8-REFUSAL-REASON
005350         GO TO 2100-EXIT
005360     END-IF.
005370     IF DCA-BRANCH = SPACES
005380         MOVE 'NO BRANCH' TO C8-REFUSAL-REASON
005390         GO TO 2100-EXIT
005400     END-IF.
005410     MOVE SPACES TO C8-CASE-WORK.
005420     INITIALIZE DSC-CASE-DETAIL OF C8-CASE-WORK.
005430     SET DSC-CASE OF C8-CASE-WORK TO TRUE.
005440     MOVE DCA-CATEGORY TO DSC-CATEGORY OF C8-CASE-WORK.
005450     PERFORM 2080-FIND-CATEGORY THRU 2080-EXIT.
005460     IF NOT C8-ENTRY-FOUND
005470         MOVE 'UNKNOWN CATEGORY' TO C8-REFUSAL-REASON
005480         GO TO 2100-EXIT
005490     END-IF.
005500     IF DCA-RECEIVED-DATE = SPACES
005510         MOVE C8-ACTION-DATE TO DSC-RECEIVED-DATE OF C8-CASE-WORK
005520     ELSE
005530         IF DCA-RECEIVED-DATE IS NUMERIC
005540            AND DCA-RECEIVED-DATE > '00000000'
005550            AND DCA-RECEIVED-DATE NOT > C8-ACTION-DATE
005560             MOVE DCA-RECEIVED-DATE
005570                 TO DSC-RECEIVED-DATE OF C8-CASE-WORK
005580         ELSE
005590             MOVE 'BAD RECEIVED DATE' TO C8-REFUSAL-REASON
005600             GO TO 2100-EXIT
005610         END-IF
005620     END-IF.
005630     IF C8-CASE-COUNT NOT < 3000
005640         MOVE 'CASE TABLE FULL' TO C8-REFUSAL-REASON
005650         GO TO 2100-EXIT
005660     END-IF.
005670     IF DCA-PCREF NOT = SPACES
005680        AND C8-REFERENCE-COUNT NOT < 6000
005690         MOVE 'REFERENCE TABLE FULL' TO C8-REFUSAL-REASON
005700         GO TO 2100-EXIT
005710     END-IF.
005720     IF DSC-LAST-CASE-DATE OF C8-CONTROL-WORK = C8-RUN-DATE
005730         ADD 1 TO DSC-LAST-CASE-SEQ OF C8-CONTROL-WORK
005740     ELSE
005750         MOVE C8-RUN-DATE TO DSC-LAST-CASE-DATE OF C8-CONTROL-WORK
005760         MOVE 1 TO DSC-LAST-CASE-SEQ OF C8-CONTROL-WORK
005770     END-IF.
005780     MOVE C8-RUN-DATE TO C8-NEW-CASE-DATE.
005790     MOVE DSC-LAST-CASE-SEQ OF C8-CONTROL-WORK TO C8-NEW-CASE-SEQ.
005800     MOVE C8-NEW-CASE-NUMBER TO DSC-CASE-NUMBER OF C8-CASE-WORK.
005810     MOVE DCA-HZCUS TO DSC-HZCUS OF C8-CASE-WORK.
005820     MOVE DCA-BRANCH TO DSC-BRANCH OF C8-CASE-WORK.
005830     MOVE DCA-OPERATOR-ID TO DSC-OPENED-BY OF C8-CASE-WORK.
005840     MOVE DCA-ASSIGN-TO TO DSC-ASSIGNED-TO OF C8-CASE-WORK.
005850     SET DSC-OPEN OF C8-CASE-WORK TO TRUE.
005860     MOVE C8-ACTION-DATE TO DSC-STATUS-DATE OF C8-CASE-WORK.
005870     MOVE DCA-TEXT TO DSC-SUMMARY OF C8-CASE-WORK.
005880     MOVE 1 TO DSC-ACTIVITY-COUNT OF C8-CASE-WORK.
005890     IF DCA-PCREF NOT = SPACES
005900         PERFORM 2210-ADD-REFERENCE-ENTRY THRU 2210-EXIT
005910     END-IF.
005920     ADD 1 TO C8-CASE-COUNT.
005930     SET C8-CSE-LOOKUP-IDX TO C8-CASE-COUNT.
005940     MOVE C8-NEW-CASE-NUMBER TO C8-CSE-NUMBER (C8-CSE-LOOKUP-IDX).
005950     MOVE C8-CASE-WORK TO C8-CSE-IMAGE (C8-CSE-LOOKUP-IDX).
005960     MOVE C8-NEW-CASE-NUMBER TO C8-LAST-OPENED-CASE.
005970     ADD 1 TO C8-OPENED-COUNT.
005980     STRING 'OPENED FOR CUSTOMER ' DCA-HZCUS
005990         ' CATEGORY ' DCA-CATEGORY
006000         DELIMITED BY SIZE INTO C8-RESULT-DETAIL.
006010 2100-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------------
006040 2200-ADD-REFERENCE.
006050*-----------------------------------------------------------------
006060     IF DCA-PCREF = SPACES
006070         MOVE 'NO PCREF' TO C8-REFUSAL-REASON
006080         GO TO 2200-EXIT
006090     END-IF.
006100     PERFORM 2250-FIND-REFERENCE THRU 2250-EXIT.
006110     IF C8-ENTRY-FOUND
006120         MOVE 'REFERENCE ALREADY ON CASE' TO C8-REFUSAL-REASON
006130         GO TO 2200-EXIT
006140     END-IF.
006150     IF C8-REFERENCE-COUNT NOT < 6000
006160         MOVE 'REFERENCE TABLE FULL' TO C8-REFUSAL-REASON
006170         GO TO 2200-EXIT
006180     END-IF.
006190     PERFORM 2210-ADD-REFERENCE-ENTRY THRU 2210-EXIT.
006200     STRING 'REFERENCE ' DCA-PCREF ' ' DCA-TRANSQ
006210         DELIMITED BY SIZE INTO C8-RESULT-DETAIL.
006220 2200-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------------
006250 2210-ADD-REFERENCE-ENTRY.
006260*-----------------------------------------------------------------
006270     MOVE SPACES TO C8-REF-WORK.
006280     INITIALIZE DSC-REFERENCE-DETAIL OF C8-REF-WORK.
006290     SET DSC-REFERENCE OF C8-REF-WORK TO TRUE.
006300     MOVE DSC-CASE-NUMBER OF C8-CASE-WORK
006310         TO DSC-REF-CASE-NUMBER OF C8-REF-WORK.
006320     MOVE DCA-PCREF TO DSC-REF-PCREF OF C8-REF-WORK.
006330     MOVE DCA-TRANSQ TO DSC-REF-TRANSQ OF C8-REF-WORK.
006340     MOVE C8-ACTION-DATE TO DSC-REF-ADDED-DATE OF C8-REF-WORK.
006350     MOVE DCA-OPERATOR-ID TO DSC-REF-ADDED-BY OF C8-REF-WORK.
006360     ADD 1 TO C8-REFERENCE-COUNT.
006370     SET C8-RFN-IDX TO C8-REFERENCE-COUNT.
006380     MOVE DSC-CASE-NUMBER OF C8-CASE-WORK
006390         TO C8-RFN-CASE-NUMBER (C8-RFN-IDX).
006400     MOVE DCA-PCREF TO C8-RFN-PCREF (C8-RFN-IDX).
006410     MOVE DCA-TRANSQ TO C8-RFN-TRANSQ (C8-RFN-IDX).
006420     MOVE C8-REF-WORK TO C8-RFN-IMAGE (C8-RFN-IDX).
006430     ADD 1 TO DSC-REFERENCE-COUNT OF C8-CASE-WORK.
006440 2210-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------------
006470 2250-FIND-REFERENCE.
006480*-----------------------------------------------------------------
006490*    FINDS DCA-PCREF ON THE CASE IN C8-CASE-WORK.  A REFUND MAY
006500*    NAME THE PCREF WITHOUT ITS TRANSQ; AN ADDED REFERENCE MUST
006510*    MATCH BOTH TO BE A DUPLICATE.
006520     MOVE 'N' TO C8-ENTRY-FOUND-SW.
006530     IF C8-REFERENCE-COUNT = ZERO
006540         GO TO 2250-EXIT
006550     END-IF.
006560     SET C8-RFN-LOOKUP-IDX TO 1.
006570     PERFORM 2260-SCAN-REFERENCE THRU 2260-EXIT
006580         UNTIL C8-RFN-LOOKUP-IDX > C8-REFERENCE-COUNT
006590            OR C8-ENTRY-FOUND.
006600 2250-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630 2260-SCAN-REFERENCE.
006640*-----------------------------------------------------------------
006650     IF C8-RFN-CASE-NUMBER (C8-RFN-LOOKUP-IDX) =
006660             DSC-CASE-NUMBER OF C8-CASE-WORK
006670        AND C8-RFN-PCREF (C8-RFN-LOOKUP-IDX) = DCA-PCREF
006680        AND (DCA-REFUND
006690             OR C8-RFN-TRANSQ (C8-RFN-LOOKUP-IDX) = DCA-TRANSQ)
006700         SET C8-ENTRY-FOUND TO TRUE
006710     ELSE
006720         SET C8-RFN-LOOKUP-IDX UP BY 1
006730     END-IF.
006740 2260-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770 2300-ASSIGN-CASE.
006780*-----------------------------------------------------------------
006790     IF DCA-ASSIGN-TO = SPACES
006800         MOVE 'NO ASSIGNEE' TO C8-REFUSAL-REASON
006810         GO TO 2300-EXIT
006820     END-IF.
006830     MOVE DCA-ASSIGN-TO TO DSC-ASSIGNED-TO OF C8-CASE-WORK.
006840     STRING 'ASSIGNED TO ' DCA-ASSIGN-TO
006850         DELIMITED BY SIZE INTO C8-RESULT-DETAIL.
006860 2300-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890 2400-INVESTIGATE-CASE.
006900*-----------------------------------------------------------------
006910     IF DSC-INVESTIGATING OF C8-CASE-WORK
006920         MOVE 'ALREADY UNDER INVESTIGATION' TO C8-REFUSAL-REASON
006930         GO TO 2400-EXIT
006940     END-IF.
006950     SET DSC-INVESTIGATING OF C8-CASE-WORK TO TRUE.
006960     MOVE C8-ACTION-DATE TO DSC-STATUS-DATE OF C8-CASE-WORK.
006970     IF DCA-ASSIGN-TO NOT = SPACES
006980         MOVE DCA-ASSIGN-TO TO DSC-ASSIGNED-TO OF C8-CASE-WORK
006990     END-IF.
007000     MOVE 'UNDER INVESTIGATION' TO C8-RESULT-DETAIL.
007010 2400-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------------
007040 2500-ADD-NOTE.
007050*-----------------------------------------------------------------
007060     IF DCA-TEXT = SPACES
007070         MOVE 'NO NOTE TEXT' TO C8-REFUSAL-REASON
007080         GO TO 2500-EXIT
007090     END-IF.
007100     MOVE 'NOTE ADDED' TO C8-RESULT-DETAIL.
007110 2500-EXIT.
007120     EXIT.
007130*-----------------------------------------------------------------
007140 2600-REFUND-CASE.
007150*-----------------------------------------------------------------
007160     IF DCA-PCREF = SPACES
007170         MOVE 'NO PCREF TO REVERSE' TO C8-REFUSAL-REASON
007180         GO TO 2600-EXIT
007190     END-IF.
007200     IF DCA-GZTREF = SPACES
007210         MOVE 'NO GZTREF TO REVERSE' TO C8-REFUSAL-REASON
007220         GO TO 2600-EXIT
007230     END-IF.
007240     PERFORM 2250-FIND-REFERENCE THRU 2250-EXIT.
007250     IF NOT C8-ENTRY-FOUND
007260         MOVE 'PCREF NOT ON CASE' TO C8-REFUSAL-REASON
007270         GO TO 2600-EXIT
007280     END-IF.
007290     IF DSC-LAST-REV-DATE OF C8-CONTROL-WORK = C8-RUN-DATE
007300         ADD 1 TO DSC-LAST-REV-SEQ OF C8-CONTROL-WORK
007310     ELSE
007320         MOVE C8-RUN-DATE TO DSC-LAST-REV-DATE OF C8-CONTROL-WORK
007330         MOVE 1 TO DSC-LAST-REV-SEQ OF C8-CONTROL-WORK
007340     END-IF.
007350     MOVE C8-RUN-DATE TO C8-NEW-PCREF-DATE.
007360     MOVE DSC-LAST-REV-SEQ OF C8-CONTROL-WORK TO C8-NEW-PCREF-SEQ.
007370     MOVE SPACES TO REVERSAL-REQUEST-RECORD.
007380     MOVE DCA-PCREF TO RVR-ORIG-PCREF.
007390     MOVE DCA-GZTREF TO RVR-ORIG-GZTREF.
007400     MOVE C8-NEW-PCREF TO RVR-NEW-PCREF.
007410     MOVE DCA-OPERATOR-ID TO RVR-OPERATOR-ID.
007420     STRING 'DISPUTE CASE ' DSC-CASE-NUMBER OF C8-CASE-WORK
007430         DELIMITED BY SIZE INTO RVR-NARRATIVE.
007440     WRITE REVERSAL-REQUEST-RECORD.
007450     ADD 1 TO RST-RECORDS-OUT.
007460     MOVE C8-NEW-PCREF TO DSC-REFUND-PCREF OF C8-CASE-WORK.
007470     SET DSC-REFUNDED OF C8-CASE-WORK TO TRUE.
007480     PERFORM 2750-CLOSE-CASE THRU 2750-EXIT.
007490     ADD 1 TO C8-REFUND-COUNT.
007500     STRING 'REFUNDED, REVERSAL ' C8-NEW-PCREF
007510         DELIMITED BY SIZE INTO C8-RESULT-DETAIL.
007520 2600-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------------
007550 2700-REJECT-CASE.
007560*-----------------------------------------------------------------
007570     SET DSC-REJECTED OF C8-CASE-WORK TO TRUE.
007580     PERFORM 2750-CLOSE-CASE THRU 2750-EXIT.
007590     ADD 1 TO C8-REJECT-COUNT.
007600     MOVE 'COMPLAINT REJECTED' TO C8-RESULT-DETAIL.
007610 2700-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 2750-CLOSE-CASE.
007650*-----------------------------------------------------------------
007660*    THE RESPONSE TIME IS COUNTED IN BUSINESS DAYS FROM RECEIPT
007670*    (EXCLUSIVE) TO THE DECISION (INCLUSIVE) AGAINST THE
007680*    CATEGORY'S DEADLINE; A CATEGORY WITHOUT ONE IS ALWAYS MET.
007690     MOVE C8-ACTION-DATE TO DSC-STATUS-DATE OF C8-CASE-WORK.
007700     MOVE C8-ACTION-DATE TO DSC-CLOSED-DATE OF C8-CASE-WORK.
007710     MOVE SPACES TO DATE-SERVICE-AREA.
007720     SET DSV-COUNT-DAYS TO TRUE.
007730     MOVE DSC-RECEIVED-DATE OF C8-CASE-WORK TO DSV-DATE-1.
007740     MOVE C8-ACTION-DATE TO DSV-DATE-2.
007750     CALL 'ESB060C' USING DATE-SERVICE-AREA.
007760     IF DSV-OK
007770        AND DSV-RESULT-DAYS > ZERO
007780         MOVE DSV-RESULT-DAYS TO DSC-BUSINESS-DAYS OF C8-CASE-WORK
007790     ELSE
007800         MOVE ZERO TO DSC-BUSINESS-DAYS OF C8-CASE-WORK
007810     END-IF.
007820     PERFORM 2080-FIND-CATEGORY THRU 2080-EXIT.
007830     IF C8-DEADLINE-DAYS = ZERO
007840        OR DSC-BUSINESS-DAYS OF C8-CASE-WORK
007850             NOT > C8-DEADLINE-DAYS
007860         SET DSC-CLOSED-IN-TIME OF C8-CASE-WORK TO TRUE
007870     ELSE
007880         SET DSC-CLOSED-LATE OF C8-CASE-WORK TO TRUE
007890     END-IF.
007900 2750-EXIT.
007910     EXIT.
007920*-----------------------------------------------------------------
007930 2800-LOG-ACTIVITY.
007940*-----------------------------------------------------------------
007950     MOVE SPACES TO DISPUTE-CASE-ACTIVITY-RECORD.
007960     MOVE DSC-CASE-NUMBER OF C8-CASE-WORK TO DCL-CASE-NUMBER.
007970     MOVE C8-ACTION-DATE TO DCL-DATE.
007980     MOVE C8-ACTION-TIME TO DCL-TIME.
007990     MOVE DCA-OPERATOR-ID TO DCL-OPERATOR-ID.
008000     MOVE DCA-ACTION TO DCL-ACTION.
008010     MOVE C8-STATUS-BEFORE TO DCL-STATUS-BEFORE.
008020     MOVE DSC-STATUS OF C8-CASE-WORK TO DCL-STATUS-AFTER.
008030     MOVE DCA-PCREF TO DCL-PCREF.
008040     MOVE DCA-TRANSQ TO DCL-TRANSQ.
008050     IF DCA-TEXT = SPACES
008060         MOVE C8-RESULT-DETAIL TO DCL-TEXT
008070     ELSE
008080         MOVE DCA-TEXT TO DCL-TEXT
008090     END-IF.
008100     IF C8-DSCLOGF-OK
008110         WRITE DISPUTE-CASE-ACTIVITY-RECORD
008120         ADD 1 TO RST-RECORDS-OUT
008130     END-IF.
008140 2800-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------------
008170 2900-PRINT-ACTION.
008180*-----------------------------------------------------------------
008190     MOVE DCA-ACTION TO C8-DTL-ACTION.
008200     IF DCA-OPEN-CASE
008210        AND C8-REFUSAL-REASON = SPACES
008220         MOVE C8-NEW-CASE-NUMBER TO C8-DTL-CASE
008230     ELSE
008240         MOVE C8-ACTION-CASE TO C8-DTL-CASE
008250     END-IF.
008260     MOVE DCA-OPERATOR-ID TO C8-DTL-OPERATOR.
008270     MOVE C8-DETAIL-LINE TO DSCRPT-RECORD.
008280     WRITE DSCRPT-RECORD.
008290 2900-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------------
008320 5000-WRITE-CASE-FILE.
008330*-----------------------------------------------------------------
008340     MOVE C8-RUN-DATE TO DSC-LAST-RUN-DATE OF C8-CONTROL-WORK.
008350     MOVE C8-CONTROL-WORK TO DSCNEWF-RECORD.
008360     WRITE DSCNEWF-RECORD.
008370     ADD 1 TO RST-RECORDS-OUT.
008380     SET C8-CSE-IDX TO 1.
008390     PERFORM 5100-WRITE-ONE-CASE THRU 5100-EXIT
008400         UNTIL C8-CSE-IDX > C8-CASE-COUNT.
008410 5000-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------------
008440 5100-WRITE-ONE-CASE.
008450*-----------------------------------------------------------------
008460*    A CASE CLOSED IN AN EARLIER MONTH HAS ALREADY BEEN COUNTED
008470*    ON THAT MONTH'S STATISTICS AND LEAVES THE FILE; ITS HISTORY
008480*    STAYS ON THE ACTIVITY LOG.
008490     MOVE C8-CSE-IMAGE (C8-CSE-IDX) TO C8-CASE-WORK.
008500     IF DSC-CLOSED OF C8-CASE-WORK
008510         MOVE DSC-CLOSED-DATE OF C8-CASE-WORK
008520             TO C8-CLOSED-DATE-WORK
008530         IF C8-CLOSED-YYYYMM < C8-RUN-YYYYMM
008540             ADD 1 TO C8-CASES-DROPPED
008550             GO TO 5100-NEXT-CASE
008560         END-IF
008570     END-IF.
008580     MOVE C8-CASE-WORK TO DSCNEWF-RECORD.
008590     WRITE DSCNEWF-RECORD.
008600     ADD 1 TO C8-CASES-WRITTEN.
008610     ADD 1 TO RST-RECORDS-OUT.
008620     SET C8-RFN-LOOKUP-IDX TO 1.
008630     PERFORM 5200-WRITE-CASE-REFERENCE THRU 5200-EXIT
008640         UNTIL C8-RFN-LOOKUP-IDX > C8-REFERENCE-COUNT.
008650 5100-NEXT-CASE.
008660     SET C8-CSE-IDX UP BY 1.
008670 5100-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------------
008700 5200-WRITE-CASE-REFERENCE.
008710*-----------------------------------------------------------------
008720     IF C8-RFN-CASE-NUMBER (C8-RFN-LOOKUP-IDX) =
008730             C8-CSE-NUMBER (C8-CSE-IDX)
008740         MOVE C8-RFN-IMAGE (C8-RFN-LOOKUP-IDX) TO DSCNEWF-RECORD
008750         WRITE DSCNEWF-RECORD
008760         ADD 1 TO RST-RECORDS-OUT
008770     END-IF.
008780     SET C8-RFN-LOOKUP-IDX UP BY 1.
008790 5200-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------------
008820 8000-TERMINATE.
008830*-----------------------------------------------------------------
008840     MOVE C8-ACCEPTED-COUNT TO C8-SUM-ACCEPTED.
008850     MOVE C8-REFUSED-COUNT  TO C8-SUM-REFUSED.
008860     MOVE C8-OPENED-COUNT   TO C8-SUM-OPENED.
008870     MOVE C8-REFUND-COUNT   TO C8-SUM-REFUNDED.
008880     MOVE C8-REJECT-COUNT   TO C8-SUM-REJECTED.
008890     MOVE C8-SUMMARY-LINE TO DSCRPT-RECORD.
008900     WRITE DSCRPT-RECORD.
008910     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
008920     CLOSE DSCACTF.
008930     CLOSE DSCNEWF.
008940     CLOSE DSCLOGF.
008950     CLOSE CASREVF.
008960     CLOSE DSCRPT.
008970     DISPLAY 'ESB108C: ACTIONS ' C8-ACTION-READ-COUNT
008980         ' ACCEPTED ' C8-ACCEPTED-COUNT
008990         ' REFUSED ' C8-REFUSED-COUNT.
009000     DISPLAY 'ESB108C: CASES ON FILE ' C8-CASES-WRITTEN
009010         ' DROPPED ' C8-CASES-DROPPED
009020         ' REFUNDS ' C8-REFUND-COUNT.
009030     IF C8-REFUSED-COUNT > ZERO
009040         MOVE 4 TO RETURN-CODE
009050     END-IF.
009060 8000-EXIT.
009070     EXIT.
009080*-----------------------------------------------------------------
009090 9100-READ-DSCOLDF.
009100*-----------------------------------------------------------------
009110     READ DSCOLDF
009120         AT END
009130             SET C8-DSCOLDF-EOF TO TRUE
009140     END-READ.
009150 9100-EXIT.
009160     EXIT.
009170*-----------------------------------------------------------------
009180 9200-READ-DSCACTF.
009190*-----------------------------------------------------------------
009200     READ DSCACTF
009210         AT END
009220             SET C8-DSCACTF-EOF TO TRUE
009230     END-READ.
009240 9200-EXIT.
009250     EXIT.
009260*-----------------------------------------------------------------
009270 9300-READ-DSCCATF.
009280*-----------------------------------------------------------------
009290     READ DSCCATF
009300         AT END
009310             SET C8-DSCCATF-EOF TO TRUE
009320     END-READ.
009330 9300-EXIT.
009340     EXIT.
009350*-----------------------------------------------------------------
009360 9900-WRITE-RUN-STATS.
009370*-----------------------------------------------------------------
009380     MOVE 'ESB108C' TO RST-PROGRAM-ID.
009390     MOVE C8-RUN-DATE TO RST-BUSINESS-DATE.
009400     ACCEPT RST-END-TIME FROM TIME.
009410     MOVE '00' TO RST-WORST-STATUS.
009420     IF C8-DSCNEWF-STATUS NOT = '00'
009430         MOVE C8-DSCNEWF-STATUS TO RST-WORST-STATUS
009440     END-IF.
009450     IF C8-CASREVF-STATUS NOT = '00'
009460         MOVE C8-CASREVF-STATUS TO RST-WORST-STATUS
009470     END-IF.
009480     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
009490 9900-EXIT.
009500     EXIT.
009510*-----------------------------------------------------------------
009520 9999-EXIT.
009530*-----------------------------------------------------------------
009540     EXIT.
