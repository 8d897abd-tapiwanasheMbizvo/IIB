000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB112Q
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    OPERATOR ENQUIRY AGAINST THE OPERATOR-ACTION JOURNAL
000200*    (OPRJRNF, WRITTEN THROUGH ESB110J).  EACH ENQUIRY RECORD
000210*    NAMES AN OPERATOR ID AND A BUSINESS-DATE RANGE; EVERY
000220*    ACTION JOURNALLED FOR THAT ID IN THE RANGE IS LISTED IN
000230*    JOURNAL ORDER UNDER A HEADING CARRYING THE OPERATOR'S
000240*    NAME, ROLE AND SUPERVISOR FROM THE OPERATOR PROFILE, AND
000250*    THE LIST IS CLOSED WITH COUNTS BY OUTCOME, SO AUDIT SEES
000260*    EVERYTHING ONE ID DID FROM ONE PAGE.  A ZERO FROM-DATE
000270*    MEANS FROM THE START OF THE JOURNAL; A ZERO TO-DATE MEANS
000275*    TO THE END.  AN ENQUIRY ANSWERED WHILE THE JOURNAL CANNOT
000280*    BE OPENED IS MARKED JOURNAL NOT READ RATHER THAN SHOWN AS
000285*    HAVING NO ENTRIES, AND THE RUN ENDS WITH RETURN CODE 8.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*    15-OCT-2026  TC   INITIAL VERSION.
000320******************************************************************
000330 PROGRAM-ID. ESB112Q.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-ZSERIES.
000370 OBJECT-COMPUTER. IBM-ZSERIES.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPJENQF  ASSIGN TO OPJENQF
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS Q2-OPJENQF-STATUS.
000430     SELECT OPRPROFF ASSIGN TO OPRPROFF
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS Q2-OPRPROFF-STATUS.
000460     SELECT OPRJRNF  ASSIGN TO OPRJRNF
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS Q2-OPRJRNF-STATUS.
000490     SELECT OPJENQRP ASSIGN TO OPJENQRP
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS Q2-OPJENQRP-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPJENQF
000550     RECORDING MODE IS F.
000560     COPY "Operator_Journal_Enquiry.cpy".
000570 FD  OPRPROFF
000580     RECORDING MODE IS F.
000590     COPY "Operator_Profile.cpy".
000600 FD  OPRJRNF
000610     RECORDING MODE IS F.
000620     COPY "Operator_Action.cpy".
000630 FD  OPJENQRP
000640     RECORDING MODE IS F.
000650 01  OPJENQRP-RECORD              PIC X(132).
000660 WORKING-STORAGE SECTION.
000670 01  Q2-OPJENQF-STATUS            PIC X(002) VALUE '00'.
000675     88 Q2-OPJENQF-OK                        VALUE '00'.
000680 01  Q2-OPRPROFF-STATUS           PIC X(002) VALUE '00'.
000690     88 Q2-OPRPROFF-OK                       VALUE '00'.
000700 01  Q2-OPRJRNF-STATUS            PIC X(002) VALUE '00'.
000710     88 Q2-OPRJRNF-OK                        VALUE '00'.
000720 01  Q2-OPJENQRP-STATUS           PIC X(002) VALUE '00'.
000730 01  Q2-SWITCHES.
000740     05 Q2-OPJENQF-EOF-SW         PIC X(001) VALUE 'N'.
000750        88 Q2-OPJENQF-EOF                    VALUE 'Y'.
000760     05 Q2-OPRPROFF-EOF-SW        PIC X(001) VALUE 'N'.
000770        88 Q2-OPRPROFF-EOF                   VALUE 'Y'.
000780     05 Q2-OPRJRNF-EOF-SW         PIC X(001) VALUE 'N'.
000790        88 Q2-OPRJRNF-EOF                    VALUE 'Y'.
000800     05 Q2-PROFILE-FOUND-SW       PIC X(001) VALUE 'N'.
000810        88 Q2-PROFILE-FOUND                  VALUE 'Y'.
000812 01  Q2-RUN-DATE                  PIC 9(008) VALUE ZERO.
000814 01  Q2-BUSINESS-DATE             PIC 9(008) VALUE ZERO.
000816 01  Q2-WORST-STATUS              PIC X(002) VALUE '00'.
000820 01  Q2-FROM-DATE                 PIC 9(008) VALUE ZERO.
000830 01  Q2-TO-DATE                   PIC 9(008) VALUE ZERO.
000840 01  Q2-COUNTERS.
000850     05 Q2-ACTION-COUNT           PIC 9(005) VALUE ZERO.
000860     05 Q2-ACCEPTED-COUNT         PIC 9(005) VALUE ZERO.
000870     05 Q2-DECLINED-COUNT         PIC 9(005) VALUE ZERO.
000880     05 Q2-REFUSED-COUNT          PIC 9(005) VALUE ZERO.
000890     05 Q2-NOT-APPLIED-COUNT      PIC 9(005) VALUE ZERO.
000900 01  Q2-PROFILE-COUNT             PIC 9(004) COMP VALUE ZERO.
000910 01  Q2-PROFILE-TABLE.
000920     05 Q2-PRF-ENTRY OCCURS 500 TIMES
000930        INDEXED BY Q2-PRF-IDX, Q2-PRF-LOOKUP-IDX.
000940        10 Q2-PRF-ID              PIC X(010).
000950        10 Q2-PRF-ROLE            PIC X(001).
000960        10 Q2-PRF-NAME            PIC X(030).
000970        10 Q2-PRF-SUPERVISOR      PIC X(010).
000980 01  Q2-HEADING-LINE.
000990     05 FILLER                    PIC X(026)
001000            VALUE 'OPERATOR JOURNAL ENQUIRY  '.
001010     05 FILLER                    PIC X(010) VALUE 'OPERATOR: '.
001020     05 Q2-HDG-OPERATOR           PIC X(010).
001030     05 FILLER                    PIC X(001) VALUE SPACE.
001040     05 Q2-HDG-NAME               PIC X(030).
001050     05 FILLER                    PIC X(006) VALUE ' ROLE '.
001060     05 Q2-HDG-ROLE               PIC X(001).
001070     05 FILLER                    PIC X(006) VALUE ' SUPV '.
001080     05 Q2-HDG-SUPERVISOR         PIC X(010).
001090     05 FILLER                    PIC X(006) VALUE ' FROM '.
001100     05 Q2-HDG-FROM               PIC 9(008).
001110     05 FILLER                    PIC X(004) VALUE ' TO '.
001120     05 Q2-HDG-TO                 PIC 9(008).
001130     05 FILLER                    PIC X(006) VALUE SPACES.
001140 01  Q2-DETAIL-LINE.
001150     05 FILLER                    PIC X(002) VALUE SPACES.
001160     05 Q2-DTL-DATE               PIC 9(008).
001170     05 FILLER                    PIC X(001) VALUE '-'.
001180     05 Q2-DTL-TIME               PIC 9(006).
001190     05 FILLER                    PIC X(001) VALUE SPACE.
001200     05 Q2-DTL-PROGRAM            PIC X(008).
001210     05 FILLER                    PIC X(001) VALUE SPACE.
001220     05 Q2-DTL-TYPE               PIC X(004).
001230     05 FILLER                    PIC X(001) VALUE SPACE.
001240     05 Q2-DTL-PCREF              PIC X(020).
001250     05 FILLER                    PIC X(001) VALUE SPACE.
001260     05 Q2-DTL-TRANSQ             PIC X(004).
001270     05 FILLER                    PIC X(001) VALUE SPACE.
001280     05 Q2-DTL-HZAB               PIC X(004).
001290     05 FILLER                    PIC X(001) VALUE SPACE.
001300     05 Q2-DTL-HZAN               PIC X(006).
001310     05 FILLER                    PIC X(001) VALUE SPACE.
001320     05 Q2-DTL-HZAS               PIC X(003).
001330     05 FILLER                    PIC X(001) VALUE SPACE.
001340     05 Q2-DTL-AMOUNT             PIC Z(012)9.99.
001350     05 FILLER                    PIC X(001) VALUE SPACE.
001360     05 Q2-DTL-OUTCOME            PIC X(008).
001370     05 FILLER                    PIC X(001) VALUE SPACE.
001380     05 Q2-DTL-REASON             PIC X(030).
001390     05 FILLER                    PIC X(001) VALUE SPACE.
001400 01  Q2-TOTAL-LINE.
001410     05 FILLER                    PIC X(010) VALUE '  ACTIONS '.
001420     05 Q2-TOT-ACTIONS            PIC ZZZZ9.
001430     05 FILLER                    PIC X(011) VALUE '  ACCEPTED '.
001440     05 Q2-TOT-ACCEPTED           PIC ZZZZ9.
001450     05 FILLER                    PIC X(011) VALUE '  DECLINED '.
001460     05 Q2-TOT-DECLINED           PIC ZZZZ9.
001470     05 FILLER                    PIC X(010) VALUE '  REFUSED '.
001480     05 Q2-TOT-REFUSED            PIC ZZZZ9.
001490     05 FILLER                    PIC X(011) VALUE '  NOT DONE '.
001500     05 Q2-TOT-NOT-APPLIED        PIC ZZZZ9.
001510     05 FILLER                    PIC X(054) VALUE SPACES.
001520 01  Q2-NONE-LINE.
001530     05 FILLER                    PIC X(039)
001540            VALUE '  NO JOURNAL ENTRIES FOR THIS OPERATOR '.
001550     05 FILLER                    PIC X(014)
001560            VALUE 'IN THE PERIOD.'.
001570     05 FILLER                    PIC X(079) VALUE SPACES.
001571 01  Q2-NOT-READ-LINE.
001572     05 FILLER                    PIC X(040)
001573            VALUE '  JOURNAL NOT READ - OPRJRNF NOT OPENED,'.
001574     05 FILLER                    PIC X(008) VALUE ' STATUS '.
001575     05 Q2-NRD-STATUS             PIC X(002).
001576     05 FILLER                    PIC X(082) VALUE SPACES.
001577 COPY "Business_Date_Service.cpy".
001578 COPY "Run_Statistics.cpy".
001580 PROCEDURE DIVISION.
001590*-----------------------------------------------------------------
001600 0000-MAINLINE.
001610*-----------------------------------------------------------------
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 2000-PROCESS-ENQUIRY THRU 2000-EXIT
001640         UNTIL Q2-OPJENQF-EOF.
001650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001660     STOP RUN.
001670*-----------------------------------------------------------------
001680 1000-INITIALIZE.
001690*-----------------------------------------------------------------
001691     ACCEPT Q2-RUN-DATE FROM DATE YYYYMMDD.
001692     MOVE Q2-RUN-DATE TO Q2-BUSINESS-DATE.
001693     MOVE SPACES TO BUSINESS-DATE-AREA.
001694     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
001695     IF BDS-OK
001696         MOVE BDS-BUSINESS-DATE TO Q2-BUSINESS-DATE
001697     END-IF.
001698     ACCEPT RST-START-TIME FROM TIME.
001699     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
001700                  RST-REJECT-COUNT.
001701     OPEN INPUT OPRPROFF.
001710     IF Q2-OPRPROFF-OK
001720         PERFORM 9200-READ-OPRPROFF THRU 9200-EXIT
001730     ELSE
001740         SET Q2-OPRPROFF-EOF TO TRUE
001750     END-IF.
001760     PERFORM 1100-LOAD-ONE-PROFILE THRU 1100-EXIT
001770         UNTIL Q2-OPRPROFF-EOF.
001780     CLOSE OPRPROFF.
001785     OPEN OUTPUT OPJENQRP.
001790     OPEN INPUT  OPJENQF.
001792     IF NOT Q2-OPJENQF-OK
001794         DISPLAY 'ESB112Q: UNABLE TO OPEN OPJENQF '
001796             Q2-OPJENQF-STATUS
001798         SET Q2-OPJENQF-EOF TO TRUE
001800         MOVE 8 TO RETURN-CODE
001802         GO TO 1000-EXIT
001804     END-IF.
001810     PERFORM 9100-READ-OPJENQF THRU 9100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*-----------------------------------------------------------------
001850 1100-LOAD-ONE-PROFILE.
001860*-----------------------------------------------------------------
001870     IF Q2-PROFILE-COUNT < 500
001880         ADD 1 TO Q2-PROFILE-COUNT
001890         SET Q2-PRF-IDX TO Q2-PROFILE-COUNT
001900         MOVE OPR-ID TO Q2-PRF-ID (Q2-PRF-IDX)
001910         MOVE OPR-ROLE TO Q2-PRF-ROLE (Q2-PRF-IDX)
001920         MOVE OPR-NAME TO Q2-PRF-NAME (Q2-PRF-IDX)
001930         MOVE OPR-SUPERVISOR-ID TO Q2-PRF-SUPERVISOR (Q2-PRF-IDX)
001940     END-IF.
001950     PERFORM 9200-READ-OPRPROFF THRU 9200-EXIT.
001960 1100-EXIT.
001970     EXIT.
001980*-----------------------------------------------------------------
001990 2000-PROCESS-ENQUIRY.
002000*-----------------------------------------------------------------
002010     IF Q2-OPJENQF-EOF
002020         GO TO 2000-EXIT
002030     END-IF.
002035     ADD 1 TO RST-RECORDS-IN.
002040     MOVE ZERO TO Q2-FROM-DATE.
002050     MOVE 99999999 TO Q2-TO-DATE.
002060     IF OJE-FROM-DATE IS NUMERIC
002070         MOVE OJE-FROM-DATE TO Q2-FROM-DATE
002080     END-IF.
002090     IF OJE-TO-DATE IS NUMERIC
002100        AND OJE-TO-DATE > ZERO
002110         MOVE OJE-TO-DATE TO Q2-TO-DATE
002120     END-IF.
002130     MOVE OJE-OPERATOR-ID TO Q2-HDG-OPERATOR.
002140     PERFORM 2050-FIND-PROFILE THRU 2050-EXIT.
002150     IF Q2-PROFILE-FOUND
002160         MOVE Q2-PRF-NAME (Q2-PRF-LOOKUP-IDX) TO Q2-HDG-NAME
002170         MOVE Q2-PRF-ROLE (Q2-PRF-LOOKUP-IDX) TO Q2-HDG-ROLE
002180         MOVE Q2-PRF-SUPERVISOR (Q2-PRF-LOOKUP-IDX)
002190             TO Q2-HDG-SUPERVISOR
002200     ELSE
002210         MOVE 'NOT ON OPERATOR PROFILE' TO Q2-HDG-NAME
002220         MOVE SPACES TO Q2-HDG-ROLE Q2-HDG-SUPERVISOR
002230     END-IF.
002240     MOVE Q2-FROM-DATE TO Q2-HDG-FROM.
002250     MOVE Q2-TO-DATE TO Q2-HDG-TO.
002260     MOVE Q2-HEADING-LINE TO OPJENQRP-RECORD.
002270     WRITE OPJENQRP-RECORD.
002280     PERFORM 2100-LIST-ACTIONS THRU 2100-EXIT.
002290     PERFORM 9100-READ-OPJENQF THRU 9100-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------------
002330 2050-FIND-PROFILE.
002340*-----------------------------------------------------------------
002350     MOVE 'N' TO Q2-PROFILE-FOUND-SW.
002360     IF Q2-PROFILE-COUNT = ZERO
002370         GO TO 2050-EXIT
002380     END-IF.
002390     SET Q2-PRF-LOOKUP-IDX TO 1.
002400     PERFORM 2060-SCAN-PROFILES THRU 2060-EXIT
002410         UNTIL Q2-PRF-LOOKUP-IDX > Q2-PROFILE-COUNT
002420            OR Q2-PROFILE-FOUND.
002430 2050-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------------
002460 2060-SCAN-PROFILES.
002470*-----------------------------------------------------------------
002480     IF Q2-PRF-ID (Q2-PRF-LOOKUP-IDX) = OJE-OPERATOR-ID
002490         SET Q2-PROFILE-FOUND TO TRUE
002500     ELSE
002510         SET Q2-PRF-LOOKUP-IDX UP BY 1
002520     END-IF.
002530 2060-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560 2100-LIST-ACTIONS.
002570*-----------------------------------------------------------------
002580*    THE JOURNAL IS A PLAIN APPEND FILE, SO IT IS PASSED ONCE
002590*    FROM THE TOP FOR EACH ENQUIRY.
002600     MOVE ZERO TO Q2-ACTION-COUNT Q2-ACCEPTED-COUNT
002610                  Q2-DECLINED-COUNT Q2-REFUSED-COUNT
002620                  Q2-NOT-APPLIED-COUNT.
002630     MOVE 'N' TO Q2-OPRJRNF-EOF-SW.
002640     OPEN INPUT OPRJRNF.
002650     IF Q2-OPRJRNF-OK
002660         PERFORM 9300-READ-OPRJRNF THRU 9300-EXIT
002670         PERFORM 2110-LIST-ONE-ACTION THRU 2110-EXIT
002680             UNTIL Q2-OPRJRNF-EOF
002690         CLOSE OPRJRNF
002691     ELSE
002692*        AN UNREAD JOURNAL MUST NOT PASS FOR AN OPERATOR WHO DID
002693*        NOTHING.
002694         DISPLAY 'ESB112Q: UNABLE TO OPEN OPRJRNF '
002695             Q2-OPRJRNF-STATUS
002696         MOVE Q2-OPRJRNF-STATUS TO Q2-WORST-STATUS Q2-NRD-STATUS
002697         MOVE Q2-NOT-READ-LINE TO OPJENQRP-RECORD
002698         WRITE OPJENQRP-RECORD
002699         ADD 1 TO RST-REJECT-COUNT
002700         MOVE 8 TO RETURN-CODE
002701         GO TO 2100-EXIT
002702     END-IF.
002710     IF Q2-ACTION-COUNT = ZERO
002720         MOVE Q2-NONE-LINE TO OPJENQRP-RECORD
002730         WRITE OPJENQRP-RECORD
002740     ELSE
002750         MOVE Q2-ACTION-COUNT TO Q2-TOT-ACTIONS
002760         MOVE Q2-ACCEPTED-COUNT TO Q2-TOT-ACCEPTED
002770         MOVE Q2-DECLINED-COUNT TO Q2-TOT-DECLINED
002780         MOVE Q2-REFUSED-COUNT TO Q2-TOT-REFUSED
002790         MOVE Q2-NOT-APPLIED-COUNT TO Q2-TOT-NOT-APPLIED
002800         MOVE Q2-TOTAL-LINE TO OPJENQRP-RECORD
002810         WRITE OPJENQRP-RECORD
002820     END-IF.
002830 2100-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860 2110-LIST-ONE-ACTION.
002870*-----------------------------------------------------------------
002880     IF OPA-OPERATOR-ID NOT = OJE-OPERATOR-ID
002890        OR OPA-BUSINESS-DATE < Q2-FROM-DATE
002900        OR OPA-BUSINESS-DATE > Q2-TO-DATE
002910         GO TO 2190-NEXT-ACTION
002920     END-IF.
002930     ADD 1 TO Q2-ACTION-COUNT.
002935     ADD 1 TO RST-RECORDS-OUT.
002940     MOVE OPA-BUSINESS-DATE TO Q2-DTL-DATE.
002950     MOVE OPA-ACTION-TIME TO Q2-DTL-TIME.
002960     MOVE OPA-PROGRAM-ID TO Q2-DTL-PROGRAM.
002970     MOVE OPA-ACTION-TYPE TO Q2-DTL-TYPE.
002980     MOVE OPA-PCREF TO Q2-DTL-PCREF.
002990     MOVE OPA-TRANSQ TO Q2-DTL-TRANSQ.
003000     MOVE OPA-HZAB TO Q2-DTL-HZAB.
003010     MOVE OPA-HZAN TO Q2-DTL-HZAN.
003020     MOVE OPA-HZAS TO Q2-DTL-HZAS.
003030     MOVE OPA-AMOUNT TO Q2-DTL-AMOUNT.
003040     EVALUATE TRUE
003050         WHEN OPA-ACCEPTED
003060             MOVE 'ACCEPTED' TO Q2-DTL-OUTCOME
003070             ADD 1 TO Q2-ACCEPTED-COUNT
003080         WHEN OPA-DECLINED
003090             MOVE 'DECLINED' TO Q2-DTL-OUTCOME
003100             ADD 1 TO Q2-DECLINED-COUNT
003110         WHEN OPA-REFUSED
003120             MOVE 'REFUSED ' TO Q2-DTL-OUTCOME
003130             ADD 1 TO Q2-REFUSED-COUNT
003140         WHEN OTHER
003150             MOVE 'NOT DONE' TO Q2-DTL-OUTCOME
003160             ADD 1 TO Q2-NOT-APPLIED-COUNT
003170     END-EVALUATE.
003180     MOVE OPA-REASON TO Q2-DTL-REASON.
003190     MOVE Q2-DETAIL-LINE TO OPJENQRP-RECORD.
003200     WRITE OPJENQRP-RECORD.
003210 2190-NEXT-ACTION.
003220     PERFORM 9300-READ-OPRJRNF THRU 9300-EXIT.
003230 2110-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------------
003260 8000-TERMINATE.
003270*-----------------------------------------------------------------
003275     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
003280     CLOSE OPJENQF.
003290     CLOSE OPJENQRP.
003300 8000-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------------
003330 9100-READ-OPJENQF.
003340*-----------------------------------------------------------------
003350     READ OPJENQF
003360         AT END
003370             SET Q2-OPJENQF-EOF TO TRUE
003380     END-READ.
003390 9100-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420 9200-READ-OPRPROFF.
003430*-----------------------------------------------------------------
003440     READ OPRPROFF
003450         AT END
003460             SET Q2-OPRPROFF-EOF TO TRUE
003470     END-READ.
003480 9200-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510 9300-READ-OPRJRNF.
003520*-----------------------------------------------------------------
003530     READ OPRJRNF
003540         AT END
003550             SET Q2-OPRJRNF-EOF TO TRUE
003560     END-READ.
003570 9300-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003591 9900-WRITE-RUN-STATS.
003592*-----------------------------------------------------------------
003593     MOVE 'ESB112Q' TO RST-PROGRAM-ID.
003594     MOVE Q2-BUSINESS-DATE TO RST-BUSINESS-DATE.
003595     ACCEPT RST-END-TIME FROM TIME.
003596     MOVE Q2-WORST-STATUS TO RST-WORST-STATUS.
003597     IF Q2-OPJENQRP-STATUS NOT = '00'
003598         MOVE Q2-OPJENQRP-STATUS TO RST-WORST-STATUS
003599     END-IF.
003600     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
003601 9900-EXIT.
003602     EXIT.
003603*-----------------------------------------------------------------
003604 9999-EXIT.
003610*-----------------------------------------------------------------
003620     EXIT.
