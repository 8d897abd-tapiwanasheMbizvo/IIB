000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB119F
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    TAGGED-FORMAT CONFORMANCE CHECK ON INBOUND EQUATION
000200*    RESPONSES, RUN AHEAD OF ESB017C CAPTURE.  THE TRANSACTION,
000210*    HOLD AND HOLD RELEASE RESPONSE FILES AS LANDED FROM THE
000220*    QUEUE (TRANRSPI, HOLDRSPI, HOLDRELI) ARE CHECKED RECORD BY
000230*    RECORD AND ONLY CONFORMING RESPONSES ARE PASSED ON TO
000240*    TRANRSPF, HOLDRSPF AND HOLDRELF, THE FILES ESB017C AND EVERY
000250*    DOWNSTREAM READER USE, SO A TRUNCATED OR SHIFTED MESSAGE
000260*    NEVER REACHES THE LOGGER STORE OR THE NETTING, PROOF AND GL
000270*    EXTRACTS.  THE HEADER PCREF MUST BE PRESENT, LEFT-ALIGNED
000280*    AND FREE OF TAG OR NULL BYTES, AND NMSGS/TRANSQ MUST BE
000290*    NUMERIC WITH 0 < TRANSQ <= NMSGS.  THE BODY IS WALKED AGAINST
000300*    THE EXPECTED LAYOUT (Response_Tag_Layout): EVERY TAG MUST
000310*    HOLD ITS EXPECTED LITERAL; A CHARACTER VALUE MUST CARRY NO
000320*    NULL BYTES WITHIN ITS DECLARED LENGTH; A PACKED VALUE MUST
000330*    BE ALL DIGITS AND A SIGNED VALUE A SIGN ('0', '+' OR '-')
000340*    THEN DIGITS, EITHER BEING ALLOWED BLANK WHEN NOT RETURNED;
000350*    AND THE '::' TERMINATOR MUST CLOSE THE BODY.  A RESPONSE
000360*    FAILING ANY CHECK GOES TO THE QUARANTINE FILE WITH THE FIRST
000370*    FAILING FIELD NAMED AND ITS SIGN-ON MASKED (ESB115K), AND ITS
000380*    PCREF IS POSTED TO THE STATUS INDEX (ESB025U) AS A RESPONSE
000390*    FORMAT FAILURE.  HAVING NO RESPONSE ON FILE, IT IS CHASED BY
000400*    ESB027M AND IGNORED BY ESB073A LIKE ANY UNANSWERED SEND.
000410*    THE REPORT LISTS EACH QUARANTINED RESPONSE, THEN THE DAY'S
000420*    COUNTS PER STREAM AND FAILURES BY STREAM AND FIELD.
000430*    RETURN CODE 4 WHEN ANYTHING IS QUARANTINED.
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY.
000460*    15-OCT-2026  TC   INITIAL VERSION.
000470******************************************************************
000480 PROGRAM-ID. ESB119F.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-ZSERIES.
000520 OBJECT-COMPUTER. IBM-ZSERIES.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRANRSPI ASSIGN TO TRANRSPI
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS F9-TRANRSPI-STATUS.
000580     SELECT HOLDRSPI ASSIGN TO HOLDRSPI
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS F9-HOLDRSPI-STATUS.
000610     SELECT HOLDRELI ASSIGN TO HOLDRELI
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS F9-HOLDRELI-STATUS.
000640     SELECT TRANRSPF ASSIGN TO TRANRSPF
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS F9-TRANRSPF-STATUS.
000670     SELECT HOLDRSPF ASSIGN TO HOLDRSPF
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS F9-HOLDRSPF-STATUS.
000700     SELECT HOLDRELF ASSIGN TO HOLDRELF
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS F9-HOLDRELF-STATUS.
000730     SELECT RSPQUARF ASSIGN TO RSPQUARF
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS F9-RSPQUARF-STATUS.
000760     SELECT CONFRPT  ASSIGN TO CONFRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS F9-CONFRPT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  TRANRSPI
000820     RECORDING MODE IS F.
000830     COPY "Transaction_Rsp_TT.cpy".
000840 FD  HOLDRSPI
000850     RECORDING MODE IS F.
000860     COPY "EQ_HOLD_RESP.cpy".
000870 FD  HOLDRELI
000880     RECORDING MODE IS F.
000890     COPY "EQ_HOLD_REL.cpy".
000900 FD  TRANRSPF
000910     RECORDING MODE IS F.
000920 01  TRANRSPF-RECORD              PIC X(3791).
000930 FD  HOLDRSPF
000940     RECORDING MODE IS F.
000950 01  HOLDRSPF-RECORD              PIC X(2793).
000960 FD  HOLDRELF
000970     RECORDING MODE IS F.
000980 01  HOLDRELF-RECORD              PIC X(2571).
000990 FD  RSPQUARF
001000     RECORDING MODE IS F.
001010     COPY "Response_Quarantine.cpy".
001020 FD  CONFRPT
001030     RECORDING MODE IS F.
001040 01  CONFRPT-RECORD               PIC X(132).
001050 WORKING-STORAGE SECTION.
001060 01  F9-TRANRSPI-STATUS           PIC X(002) VALUE '00'.
001070 01  F9-HOLDRSPI-STATUS           PIC X(002) VALUE '00'.
001080 01  F9-HOLDRELI-STATUS           PIC X(002) VALUE '00'.
001090 01  F9-TRANRSPF-STATUS           PIC X(002) VALUE '00'.
001100 01  F9-HOLDRSPF-STATUS           PIC X(002) VALUE '00'.
001110 01  F9-HOLDRELF-STATUS           PIC X(002) VALUE '00'.
001120 01  F9-RSPQUARF-STATUS           PIC X(002) VALUE '00'.
001130 01  F9-CONFRPT-STATUS            PIC X(002) VALUE '00'.
001140 01  F9-SWITCHES.
001150     05 F9-TRANRSPI-EOF-SW        PIC X(001) VALUE 'N'.
001160        88 F9-TRANRSPI-EOF                   VALUE 'Y'.
001170     05 F9-HOLDRSPI-EOF-SW        PIC X(001) VALUE 'N'.
001180        88 F9-HOLDRSPI-EOF                   VALUE 'Y'.
001190     05 F9-HOLDRELI-EOF-SW        PIC X(001) VALUE 'N'.
001200        88 F9-HOLDRELI-EOF                   VALUE 'Y'.
001210     05 F9-FAILED-SW              PIC X(001) VALUE 'N'.
001220        88 F9-FAILED                         VALUE 'Y'.
001230     05 F9-FAIL-FOUND-SW          PIC X(001) VALUE 'N'.
001240        88 F9-FAIL-FOUND                     VALUE 'Y'.
001250 01  F9-DATE-TIME.
001260     05 F9-RUN-DATE               PIC 9(008) VALUE ZERO.
001270     05 F9-RUN-TIME               PIC 9(006) VALUE ZERO.
001280*    THE RESPONSE UNDER CHECK, WHICHEVER STREAM IT CAME FROM.
001290 01  F9-STREAM-CODE               PIC X(001) VALUE SPACE.
001300 01  F9-STREAM-SUB                PIC 9(004) COMP VALUE ZERO.
001305 01  F9-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
001310 01  F9-IMAGE                     PIC X(3791) VALUE SPACES.
001320 01  F9-IMAGE-LENGTH              PIC 9(004) VALUE ZERO.
001330 01  F9-HEADER-LENGTH             PIC 9(004) VALUE ZERO.
001340 01  F9-POS                       PIC 9(004) VALUE ZERO.
001350 01  F9-VALUE-LENGTH              PIC 9(004) VALUE ZERO.
001360 01  F9-VALUE-TYPE                PIC X(001) VALUE SPACE.
001370     88 F9-CHARACTER-VALUE                   VALUE 'C'.
001380     88 F9-PACKED-VALUE                      VALUE 'P'.
001390     88 F9-SIGNED-VALUE                      VALUE 'S'.
001400 01  F9-VALUE                     PIC X(035) VALUE SPACES.
001410 01  F9-TALLY                     PIC 9(004) COMP VALUE ZERO.
001420 01  F9-CHECK-PCREF               PIC X(020) VALUE SPACES.
001430 01  F9-CHECK-NMSGS               PIC X(004) VALUE SPACES.
001440 01  F9-CHECK-NMSGS-N REDEFINES F9-CHECK-NMSGS
001450                                  PIC 9(004).
001460 01  F9-CHECK-TRANSQ              PIC X(004) VALUE SPACES.
001470 01  F9-CHECK-TRANSQ-N REDEFINES F9-CHECK-TRANSQ
001480                                  PIC 9(004).
001490*    FIRST FAILURE FOUND ON THE RESPONSE UNDER CHECK.
001500 01  F9-FAIL-FIELD                PIC X(008) VALUE SPACES.
001510 01  F9-FAIL-REASON               PIC X(004) VALUE SPACES.
001520 01  F9-FAIL-OFFSET               PIC 9(004) VALUE ZERO.
001530 01  F9-FAIL-EXPECTED             PIC X(007) VALUE SPACES.
001540*    ONE ENTRY PER STREAM: 1 TRANSACTION, 2 HOLD, 3 HOLD RELEASE.
001550 01  F9-STREAM-TABLE.
001560     05 F9-STR-ENTRY OCCURS 3 TIMES
001570        INDEXED BY F9-STR-IDX.
001580        10 F9-STR-CODE            PIC X(001).
001590        10 F9-STR-NAME            PIC X(022).
001600        10 F9-STR-READ            PIC 9(007).
001610        10 F9-STR-PASSED          PIC 9(007).
001620        10 F9-STR-QUARANTINED     PIC 9(007).
001630 01  F9-FAIL-COUNT                PIC 9(004) COMP VALUE ZERO.
001640 01  F9-FAIL-TABLE.
001650     05 F9-FAI-ENTRY OCCURS 200 TIMES
001660        INDEXED BY F9-FAI-IDX, F9-FAI-LOOKUP-IDX.
001670        10 F9-FAI-STREAM          PIC X(001).
001680        10 F9-FAI-FIELD           PIC X(008).
001690        10 F9-FAI-REASON          PIC X(004).
001700        10 F9-FAI-TOTAL           PIC 9(007).
001710 01  F9-HEADING-LINE.
001720     05 FILLER                    PIC X(037)
001730            VALUE 'RESPONSE FORMAT CONFORMANCE SUMMARY  '.
001740     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001750     05 F9-HDG-DATE               PIC 9(008).
001760     05 FILLER                    PIC X(082) VALUE SPACES.
001770 01  F9-COLUMN-LINE.
001780     05 FILLER                    PIC X(040)
001790            VALUE 'STREAM                PCREF             '.
001800     05 FILLER                    PIC X(022)
001810            VALUE '    TRSQ  FIELD     WH'.
001820     05 FILLER                    PIC X(024)
001830            VALUE 'Y   OFFS  EXPECTED FOUND'.
001840     05 FILLER                    PIC X(046) VALUE SPACES.
001850 01  F9-DETAIL-LINE.
001860     05 F9-DTL-STREAM             PIC X(022).
001870     05 F9-DTL-PCREF              PIC X(020).
001880     05 FILLER                    PIC X(002) VALUE SPACES.
001890     05 F9-DTL-TRANSQ             PIC X(004).
001900     05 FILLER                    PIC X(002) VALUE SPACES.
001910     05 F9-DTL-FIELD              PIC X(008).
001920     05 FILLER                    PIC X(002) VALUE SPACES.
001930     05 F9-DTL-REASON             PIC X(004).
001940     05 FILLER                    PIC X(002) VALUE SPACES.
001950     05 F9-DTL-OFFSET             PIC 9(004).
001960     05 FILLER                    PIC X(002) VALUE SPACES.
001970     05 F9-DTL-EXPECTED           PIC X(007).
001980     05 FILLER                    PIC X(002) VALUE SPACES.
001990     05 F9-DTL-FOUND              PIC X(017).
002000     05 FILLER                    PIC X(034) VALUE SPACES.
002010 01  F9-STREAM-LINE.
002020     05 F9-STL-NAME               PIC X(022).
002030     05 FILLER                    PIC X(008) VALUE '  READ '.
002040     05 F9-STL-READ               PIC ZZZZZZ9.
002050     05 FILLER                    PIC X(010) VALUE '  PASSED '.
002060     05 F9-STL-PASSED             PIC ZZZZZZ9.
002070     05 FILLER                    PIC X(015)
002080            VALUE '  QUARANTINED '.
002090     05 F9-STL-QUARANTINED        PIC ZZZZZZ9.
002100     05 FILLER                    PIC X(056) VALUE SPACES.
002110 01  F9-FAILURE-LINE.
002120     05 FILLER                    PIC X(004) VALUE SPACES.
002130     05 F9-FLN-STREAM             PIC X(022).
002140     05 FILLER                    PIC X(006) VALUE 'FIELD '.
002150     05 F9-FLN-FIELD              PIC X(008).
002160     05 FILLER                    PIC X(010) VALUE '  REASON '.
002170     05 F9-FLN-REASON             PIC X(004).
002180     05 FILLER                    PIC X(012) VALUE '  FAILURES '.
002190     05 F9-FLN-TOTAL              PIC ZZZZZZ9.
002200     05 FILLER                    PIC X(059) VALUE SPACES.
002210 01  F9-OVERFLOW-LINE.
002220     05 FILLER                    PIC X(030)
002230            VALUE '** FAILURE SUMMARY TABLE FULL '.
002240     05 FILLER                    PIC X(016)
002250            VALUE '- COUNTS PARTIAL'.
002260     05 FILLER                    PIC X(086) VALUE SPACES.
002270 COPY "Response_Tag_Layout.cpy".
002280 COPY "Pcref_Status_Index.cpy".
002290 COPY "Credential_Mask.cpy".
002300 COPY "Run_Statistics.cpy".
002310 PROCEDURE DIVISION.
002320*-----------------------------------------------------------------
002330 0000-MAINLINE.
002340*-----------------------------------------------------------------
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-CHECK-TRAN-RESP THRU 2000-EXIT
002370         UNTIL F9-TRANRSPI-EOF.
002380     PERFORM 3000-CHECK-HOLD-RESP THRU 3000-EXIT
002390         UNTIL F9-HOLDRSPI-EOF.
002400     PERFORM 4000-CHECK-RELEASE-RESP THRU 4000-EXIT
002410         UNTIL F9-HOLDRELI-EOF.
002420     PERFORM 7000-REPORT-SUMMARY THRU 7000-EXIT.
002430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002440     STOP RUN.
002450*-----------------------------------------------------------------
002460 1000-INITIALIZE.
002470*-----------------------------------------------------------------
002480     ACCEPT F9-RUN-DATE FROM DATE YYYYMMDD.
002490     ACCEPT F9-RUN-TIME FROM TIME.
002500     ACCEPT RST-START-TIME FROM TIME.
002510     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002520                  RST-REJECT-COUNT.
002530     SET F9-STR-IDX TO 1.
002540     PERFORM 1100-CLEAR-STREAM-ENTRY THRU 1100-EXIT
002550         UNTIL F9-STR-IDX > 3.
002560     MOVE 'S' TO F9-STR-CODE (1).
002570     MOVE 'TRANSACTION RESPONSE' TO F9-STR-NAME (1).
002580     MOVE 'R' TO F9-STR-CODE (2).
002590     MOVE 'HOLD RESPONSE' TO F9-STR-NAME (2).
002600     MOVE 'L' TO F9-STR-CODE (3).
002610     MOVE 'HOLD RELEASE RESPONSE' TO F9-STR-NAME (3).
002620     OPEN INPUT  TRANRSPI.
002630     OPEN INPUT  HOLDRSPI.
002640     OPEN INPUT  HOLDRELI.
002650     OPEN OUTPUT TRANRSPF.
002660     OPEN OUTPUT HOLDRSPF.
002670     OPEN OUTPUT HOLDRELF.
002680     OPEN OUTPUT RSPQUARF.
002690     OPEN OUTPUT CONFRPT.
002700     MOVE F9-RUN-DATE TO F9-HDG-DATE.
002710     MOVE F9-HEADING-LINE TO CONFRPT-RECORD.
002720     WRITE CONFRPT-RECORD.
002730     MOVE F9-COLUMN-LINE TO CONFRPT-RECORD.
002740     WRITE CONFRPT-RECORD.
002750     PERFORM 9100-READ-TRANRSPI THRU 9100-EXIT.
002760     PERFORM 9200-READ-HOLDRSPI THRU 9200-EXIT.
002770     PERFORM 9300-READ-HOLDRELI THRU 9300-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810 1100-CLEAR-STREAM-ENTRY.
002820*-----------------------------------------------------------------
002830     MOVE ZERO TO F9-STR-READ (F9-STR-IDX)
002840                  F9-STR-PASSED (F9-STR-IDX)
002850                  F9-STR-QUARANTINED (F9-STR-IDX).
002860     SET F9-STR-IDX UP BY 1.
002870 1100-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------------
002900 2000-CHECK-TRAN-RESP.
002910*-----------------------------------------------------------------
002920     MOVE 'S' TO F9-STREAM-CODE.
002930     MOVE 1 TO F9-STREAM-SUB.
002940     MOVE TRANSACTION-RSP TO F9-IMAGE.
002950     MOVE LENGTH OF TRANSACTION-RSP TO F9-IMAGE-LENGTH.
002960     MOVE LENGTH OF TRANSACTION-RSP-HEADER TO F9-HEADER-LENGTH.
002970     MOVE PCREF  OF TRANSACTION-RSP-HEADER TO F9-CHECK-PCREF.
002980     MOVE NMSGS  OF TRANSACTION-RSP-HEADER TO F9-CHECK-NMSGS.
002990     MOVE TRANSQ OF TRANSACTION-RSP-HEADER TO F9-CHECK-TRANSQ.
003000     PERFORM 5000-CHECK-IMAGE THRU 5000-EXIT.
003010     IF F9-FAILED
003020         PERFORM 6000-QUARANTINE THRU 6000-EXIT
003030     ELSE
003040         WRITE TRANRSPF-RECORD FROM TRANSACTION-RSP
003050         ADD 1 TO F9-STR-PASSED (1)
003060     END-IF.
003070     PERFORM 9100-READ-TRANRSPI THRU 9100-EXIT.
003080 2000-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110 3000-CHECK-HOLD-RESP.
003120*-----------------------------------------------------------------
003130     MOVE 'R' TO F9-STREAM-CODE.
003140     MOVE 2 TO F9-STREAM-SUB.
003150     MOVE EQHOLD-RSP TO F9-IMAGE.
003160     MOVE LENGTH OF EQHOLD-RSP TO F9-IMAGE-LENGTH.
003170     MOVE LENGTH OF EQHOLD-RSP-HEADER TO F9-HEADER-LENGTH.
003180     MOVE PCREF  OF EQHOLD-RSP-HEADER TO F9-CHECK-PCREF.
003190     MOVE NMSGS  OF EQHOLD-RSP-HEADER TO F9-CHECK-NMSGS.
003200     MOVE TRANSQ OF EQHOLD-RSP-HEADER TO F9-CHECK-TRANSQ.
003210     PERFORM 5000-CHECK-IMAGE THRU 5000-EXIT.
003220     IF F9-FAILED
003230         PERFORM 6000-QUARANTINE THRU 6000-EXIT
003240     ELSE
003250         WRITE HOLDRSPF-RECORD FROM EQHOLD-RSP
003260         ADD 1 TO F9-STR-PASSED (2)
003270     END-IF.
003280     PERFORM 9200-READ-HOLDRSPI THRU 9200-EXIT.
003290 3000-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 4000-CHECK-RELEASE-RESP.
003330*-----------------------------------------------------------------
003340     MOVE 'L' TO F9-STREAM-CODE.
003350     MOVE 3 TO F9-STREAM-SUB.
003360     MOVE EQHOLD-REL-RSP TO F9-IMAGE.
003370     MOVE LENGTH OF EQHOLD-REL-RSP TO F9-IMAGE-LENGTH.
003380     MOVE LENGTH OF EQHOLD-REL-RSP-HEADER TO F9-HEADER-LENGTH.
003390     MOVE PCREF  OF EQHOLD-REL-RSP-HEADER TO F9-CHECK-PCREF.
003400     MOVE NMSGS  OF EQHOLD-REL-RSP-HEADER TO F9-CHECK-NMSGS.
003410     MOVE TRANSQ OF EQHOLD-REL-RSP-HEADER TO F9-CHECK-TRANSQ.
003420     PERFORM 5000-CHECK-IMAGE THRU 5000-EXIT.
003430     IF F9-FAILED
003440         PERFORM 6000-QUARANTINE THRU 6000-EXIT
003450     ELSE
003460         WRITE HOLDRELF-RECORD FROM EQHOLD-REL-RSP
003470         ADD 1 TO F9-STR-PASSED (3)
003480     END-IF.
003490     PERFORM 9300-READ-HOLDRELI THRU 9300-EXIT.
003500 4000-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530 5000-CHECK-IMAGE.
003540*-----------------------------------------------------------------
003550*    STOPS AT THE FIRST FAILURE; THE HEADER KEYS ARE CHECKED
003560*    BEFORE THE BODY IS WALKED.
003570     ADD 1 TO F9-STR-READ (F9-STREAM-SUB).
003580     ADD 1 TO RST-RECORDS-IN.
003590     MOVE 'N' TO F9-FAILED-SW.
003600     PERFORM 5100-CHECK-HEADER THRU 5100-EXIT.
003610     IF F9-FAILED
003620         GO TO 5000-EXIT
003630     END-IF.
003640     COMPUTE F9-POS = F9-HEADER-LENGTH + 1.
003650     SET RTL-IDX TO 1.
003660     PERFORM 5200-CHECK-ONE-FIELD THRU 5200-EXIT
003670         UNTIL RTL-IDX > RTL-ENTRY-COUNT
003680            OR F9-FAILED.
003690 5000-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------------
003720 5100-CHECK-HEADER.
003730*-----------------------------------------------------------------
003740     MOVE 'PCREF' TO F9-FAIL-FIELD.
003750     MOVE 'PCRF' TO F9-FAIL-REASON.
003760     MOVE 180 TO F9-FAIL-OFFSET.
003770     MOVE SPACES TO F9-FAIL-EXPECTED.
003780     MOVE ZERO TO F9-TALLY.
003790     INSPECT F9-CHECK-PCREF TALLYING F9-TALLY
003800         FOR CHARACTERS BEFORE INITIAL SPACE.
003810     IF F9-TALLY = ZERO
003820         SET F9-FAILED TO TRUE
003830         GO TO 5100-EXIT
003840     END-IF.
003850     IF F9-TALLY < 20
003860         IF F9-CHECK-PCREF (F9-TALLY + 1:) NOT = SPACES
003870             SET F9-FAILED TO TRUE
003880             GO TO 5100-EXIT
003890         END-IF
003900     END-IF.
003910     MOVE ZERO TO F9-TALLY.
003920     INSPECT F9-CHECK-PCREF TALLYING F9-TALLY
003930         FOR ALL ':' ALL LOW-VALUE.
003940     IF F9-TALLY > ZERO
003950         SET F9-FAILED TO TRUE
003960         GO TO 5100-EXIT
003970     END-IF.
003980     MOVE 'NMSGS' TO F9-FAIL-FIELD.
003990     MOVE 'NMSG' TO F9-FAIL-REASON.
004000     MOVE 200 TO F9-FAIL-OFFSET.
004010     IF F9-CHECK-NMSGS NOT NUMERIC
004020         SET F9-FAILED TO TRUE
004030         GO TO 5100-EXIT
004040     END-IF.
004050     IF F9-CHECK-NMSGS-N = ZERO
004060         SET F9-FAILED TO TRUE
004070         GO TO 5100-EXIT
004080     END-IF.
004090     MOVE 'TRANSQ' TO F9-FAIL-FIELD.
004100     MOVE 'TRSQ' TO F9-FAIL-REASON.
004110     MOVE 204 TO F9-FAIL-OFFSET.
004120     IF F9-CHECK-TRANSQ NOT NUMERIC
004130         SET F9-FAILED TO TRUE
004140         GO TO 5100-EXIT
004150     END-IF.
004160     IF F9-CHECK-TRANSQ-N = ZERO
004170        OR F9-CHECK-TRANSQ-N > F9-CHECK-NMSGS-N
004180         SET F9-FAILED TO TRUE
004190     END-IF.
004200 5100-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 5200-CHECK-ONE-FIELD.
004240*-----------------------------------------------------------------
004250     IF RTL-STREAM-CODE (RTL-IDX) NOT = F9-STREAM-CODE
004260         GO TO 5200-NEXT
004270     END-IF.
004280     MOVE RTL-FIELD-NAME (RTL-IDX) TO F9-FAIL-FIELD.
004290     MOVE RTL-TAG (RTL-IDX) TO F9-FAIL-EXPECTED.
004300     MOVE F9-POS TO F9-FAIL-OFFSET.
004310     IF F9-POS + RTL-TAG-LENGTH (RTL-IDX)
004320             + RTL-VALUE-LENGTH (RTL-IDX) - 1 > F9-IMAGE-LENGTH
004330         MOVE 'LEN ' TO F9-FAIL-REASON
004340         SET F9-FAILED TO TRUE
004350         GO TO 5200-EXIT
004360     END-IF.
004370     IF F9-IMAGE (F9-POS:RTL-TAG-LENGTH (RTL-IDX))
004380             NOT = RTL-TAG (RTL-IDX) (1:RTL-TAG-LENGTH (RTL-IDX))
004390         IF RTL-VALUE-LENGTH (RTL-IDX) = ZERO
004400             MOVE 'TERM' TO F9-FAIL-REASON
004410         ELSE
004420             MOVE 'TAG ' TO F9-FAIL-REASON
004430         END-IF
004440         SET F9-FAILED TO TRUE
004450         GO TO 5200-EXIT
004460     END-IF.
004470     ADD RTL-TAG-LENGTH (RTL-IDX) TO F9-POS.
004480     IF RTL-VALUE-LENGTH (RTL-IDX) > ZERO
004490         MOVE F9-POS TO F9-FAIL-OFFSET
004500         MOVE RTL-VALUE-LENGTH (RTL-IDX) TO F9-VALUE-LENGTH
004510         MOVE RTL-TAG (RTL-IDX) (2:1) TO F9-VALUE-TYPE
004520         MOVE SPACES TO F9-VALUE
004530         MOVE F9-IMAGE (F9-POS:F9-VALUE-LENGTH)
004540             TO F9-VALUE (1:F9-VALUE-LENGTH)
004550         PERFORM 5300-CHECK-VALUE THRU 5300-EXIT
004560         ADD F9-VALUE-LENGTH TO F9-POS
004570     END-IF.
004580     IF F9-FAILED
004590         GO TO 5200-EXIT
004600     END-IF.
004610 5200-NEXT.
004620     SET RTL-IDX UP BY 1.
004630 5200-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660 5300-CHECK-VALUE.
004670*-----------------------------------------------------------------
004680*    A NULL BYTE INSIDE A VALUE MEANS THE MESSAGE WAS CUT SHORT
004690*    ON THE READ AND PADDED; A PACKED OR SIGNED VALUE MAY BE
004700*    BLANK WHEN EQUATION DID NOT RETURN IT, BUT NOT PART-FILLED.
004710     MOVE ZERO TO F9-TALLY.
004720     INSPECT F9-VALUE (1:F9-VALUE-LENGTH) TALLYING F9-TALLY
004730         FOR ALL LOW-VALUE.
004740     IF F9-TALLY > ZERO
004750         MOVE 'LEN ' TO F9-FAIL-REASON
004760         SET F9-FAILED TO TRUE
004770         GO TO 5300-EXIT
004780     END-IF.
004790     IF F9-CHARACTER-VALUE
004800         GO TO 5300-EXIT
004810     END-IF.
004820     IF F9-VALUE (1:F9-VALUE-LENGTH) = SPACES
004830         GO TO 5300-EXIT
004840     END-IF.
004850     IF F9-SIGNED-VALUE
004860         IF F9-VALUE (1:1) NOT = '0'
004870            AND F9-VALUE (1:1) NOT = '+'
004880            AND F9-VALUE (1:1) NOT = '-'
004890             MOVE 'SIGN' TO F9-FAIL-REASON
004900             SET F9-FAILED TO TRUE
004910             GO TO 5300-EXIT
004920         END-IF
004930         IF F9-VALUE (2:F9-VALUE-LENGTH - 1) NOT NUMERIC
004940             MOVE 'NUM ' TO F9-FAIL-REASON
004950             SET F9-FAILED TO TRUE
004960         END-IF
004970         GO TO 5300-EXIT
004980     END-IF.
004990     IF F9-VALUE (1:F9-VALUE-LENGTH) NOT NUMERIC
005000         MOVE 'NUM ' TO F9-FAIL-REASON
005010         SET F9-FAILED TO TRUE
005020     END-IF.
005030 5300-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 6000-QUARANTINE.
005070*-----------------------------------------------------------------
005080     ADD 1 TO F9-STR-QUARANTINED (F9-STREAM-SUB).
005090     ADD 1 TO RST-REJECT-COUNT.
005100     MOVE 4 TO F9-RETURN-CODE.
005110     MOVE SPACES TO RESPONSE-QUARANTINE-RECORD.
005120     MOVE F9-STREAM-CODE TO RQR-STREAM-CODE.
005130     MOVE F9-CHECK-PCREF TO RQR-PCREF.
005140     MOVE F9-CHECK-TRANSQ TO RQR-TRANSQ.
005150     MOVE F9-FAIL-FIELD TO RQR-FIELD-NAME.
005160     MOVE F9-FAIL-REASON TO RQR-REASON.
005170     MOVE F9-FAIL-OFFSET TO RQR-OFFSET.
005180     MOVE F9-FAIL-EXPECTED TO RQR-EXPECTED.
005190     MOVE F9-IMAGE (F9-FAIL-OFFSET:17) TO RQR-FOUND.
005200     MOVE F9-RUN-DATE TO RQR-CHECK-DATE.
005210     MOVE F9-RUN-TIME TO RQR-CHECK-TIME.
005220     MOVE F9-IMAGE-LENGTH TO RQR-RAW-LENGTH.
005230     MOVE F9-IMAGE TO RQR-RAW-RECORD.
005240     SET CMK-MASK TO TRUE.
005250     SET CMK-RESPONSE-HEADER TO TRUE.
005260     MOVE RQR-RAW-RECORD (1:320) TO CMK-HEADER.
005270     CALL 'ESB115K' USING CREDENTIAL-MASK-AREA.
005280     IF CMK-OK
005290         MOVE CMK-HEADER TO RQR-RAW-RECORD (1:320)
005300     END-IF.
005310     WRITE RESPONSE-QUARANTINE-RECORD.
005320     MOVE F9-STR-NAME (F9-STREAM-SUB) TO F9-DTL-STREAM.
005330     MOVE RQR-PCREF TO F9-DTL-PCREF.
005340     MOVE RQR-TRANSQ TO F9-DTL-TRANSQ.
005350     MOVE RQR-FIELD-NAME TO F9-DTL-FIELD.
005360     MOVE RQR-REASON TO F9-DTL-REASON.
005370     MOVE RQR-OFFSET TO F9-DTL-OFFSET.
005380     MOVE RQR-EXPECTED TO F9-DTL-EXPECTED.
005390     MOVE RQR-FOUND TO F9-DTL-FOUND.
005400     MOVE F9-DETAIL-LINE TO CONFRPT-RECORD.
005410     WRITE CONFRPT-RECORD.
005420     PERFORM 6100-COUNT-FAILURE THRU 6100-EXIT.
005430     PERFORM 6200-POST-STATUS-EVENT THRU 6200-EXIT.
005440 6000-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470 6100-COUNT-FAILURE.
005480*-----------------------------------------------------------------
005490     MOVE 'N' TO F9-FAIL-FOUND-SW.
005500     IF F9-FAIL-COUNT > ZERO
005510         SET F9-FAI-LOOKUP-IDX TO 1
005520         PERFORM 6110-SCAN-FAILURE THRU 6110-EXIT
005530             UNTIL F9-FAI-LOOKUP-IDX > F9-FAIL-COUNT
005540                OR F9-FAIL-FOUND
005550     END-IF.
005560     IF F9-FAIL-FOUND
005570         ADD 1 TO F9-FAI-TOTAL (F9-FAI-LOOKUP-IDX)
005580         GO TO 6100-EXIT
005590     END-IF.
005600     IF F9-FAIL-COUNT < 200
005610         ADD 1 TO F9-FAIL-COUNT
005620         SET F9-FAI-IDX TO F9-FAIL-COUNT
005630         MOVE F9-STREAM-CODE TO F9-FAI-STREAM (F9-FAI-IDX)
005640         MOVE F9-FAIL-FIELD TO F9-FAI-FIELD (F9-FAI-IDX)
005650         MOVE F9-FAIL-REASON TO F9-FAI-REASON (F9-FAI-IDX)
005660         MOVE 1 TO F9-FAI-TOTAL (F9-FAI-IDX)
005670     ELSE
005680         MOVE 'Y' TO F9-FAIL-FOUND-SW
005690         MOVE F9-OVERFLOW-LINE TO CONFRPT-RECORD
005700         WRITE CONFRPT-RECORD
005710     END-IF.
005720 6100-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750 6110-SCAN-FAILURE.
005760*-----------------------------------------------------------------
005770     IF F9-FAI-STREAM (F9-FAI-LOOKUP-IDX) = F9-STREAM-CODE
005780        AND F9-FAI-FIELD (F9-FAI-LOOKUP-IDX) = F9-FAIL-FIELD
005790        AND F9-FAI-REASON (F9-FAI-LOOKUP-IDX) = F9-FAIL-REASON
005800         SET F9-FAIL-FOUND TO TRUE
005810     ELSE
005820         SET F9-FAI-LOOKUP-IDX UP BY 1
005830     END-IF.
005840 6110-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870 6200-POST-STATUS-EVENT.
005880*-----------------------------------------------------------------
005890*    A PCREF TOO DAMAGED TO READ CANNOT BE TRACED; THE
005900*    QUARANTINE RECORD IS ALL THERE IS OF IT.
005910     IF F9-CHECK-PCREF = SPACES
005920         GO TO 6200-EXIT
005930     END-IF.
005940     MOVE SPACES TO PCREF-STATUS-INDEX-RECORD.
005950     MOVE F9-CHECK-PCREF TO PSI-PCREF.
005960     MOVE F9-CHECK-TRANSQ TO PSI-TRANSQ.
005970     MOVE ZERO TO PSI-EVENT-SEQ.
005980     SET PSI-STAGE-RESPONSE-FORMAT TO TRUE.
005990     SET PSI-REJECTED TO TRUE.
006000     STRING 'RESPONSE FORMAT FAIL ' DELIMITED BY SIZE
006010            F9-FAIL-FIELD DELIMITED BY SPACE
006020         INTO PSI-STATUS-TEXT
006030     END-STRING.
006040     MOVE F9-RUN-DATE TO PSI-EVENT-DATE.
006050     MOVE F9-RUN-TIME TO PSI-EVENT-TIME.
006060     CALL 'ESB025U' USING PCREF-STATUS-INDEX-RECORD.
006070 6200-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100 7000-REPORT-SUMMARY.
006110*-----------------------------------------------------------------
006120     SET F9-STR-IDX TO 1.
006130     PERFORM 7100-REPORT-ONE-STREAM THRU 7100-EXIT
006140         UNTIL F9-STR-IDX > 3.
006150 7000-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180 7100-REPORT-ONE-STREAM.
006190*-----------------------------------------------------------------
006200     MOVE F9-STR-NAME (F9-STR-IDX) TO F9-STL-NAME.
006210     MOVE F9-STR-READ (F9-STR-IDX) TO F9-STL-READ.
006220     MOVE F9-STR-PASSED (F9-STR-IDX) TO F9-STL-PASSED.
006230     MOVE F9-STR-QUARANTINED (F9-STR-IDX) TO F9-STL-QUARANTINED.
006240     MOVE F9-STREAM-LINE TO CONFRPT-RECORD.
006250     WRITE CONFRPT-RECORD.
006260     ADD F9-STR-PASSED (F9-STR-IDX) TO RST-RECORDS-OUT.
006270     IF F9-FAIL-COUNT > ZERO
006280         SET F9-FAI-IDX TO 1
006290         PERFORM 7110-REPORT-ONE-FAILURE THRU 7110-EXIT
006300             UNTIL F9-FAI-IDX > F9-FAIL-COUNT
006310     END-IF.
006320     SET F9-STR-IDX UP BY 1.
006330 7100-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360 7110-REPORT-ONE-FAILURE.
006370*-----------------------------------------------------------------
006380     IF F9-FAI-STREAM (F9-FAI-IDX) = F9-STR-CODE (F9-STR-IDX)
006390         MOVE F9-STR-NAME (F9-STR-IDX) TO F9-FLN-STREAM
006400         MOVE F9-FAI-FIELD (F9-FAI-IDX) TO F9-FLN-FIELD
006410         MOVE F9-FAI-REASON (F9-FAI-IDX) TO F9-FLN-REASON
006420         MOVE F9-FAI-TOTAL (F9-FAI-IDX) TO F9-FLN-TOTAL
006430         MOVE F9-FAILURE-LINE TO CONFRPT-RECORD
006440         WRITE CONFRPT-RECORD
006450     END-IF.
006460     SET F9-FAI-IDX UP BY 1.
006470 7110-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500 8000-TERMINATE.
006510*-----------------------------------------------------------------
006520     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
006530     CLOSE TRANRSPI.
006540     CLOSE HOLDRSPI.
006550     CLOSE HOLDRELI.
006560     CLOSE TRANRSPF.
006570     CLOSE HOLDRSPF.
006580     CLOSE HOLDRELF.
006590     CLOSE RSPQUARF.
006600     CLOSE CONFRPT.
006610     DISPLAY 'ESB119F: RESPONSES READ ' RST-RECORDS-IN
006620         ' PASSED ' RST-RECORDS-OUT
006630         ' QUARANTINED ' RST-REJECT-COUNT.
006635     MOVE F9-RETURN-CODE TO RETURN-CODE.
006640 8000-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670 9100-READ-TRANRSPI.
006680*-----------------------------------------------------------------
006690     READ TRANRSPI
006700         AT END
006710             SET F9-TRANRSPI-EOF TO TRUE
006720     END-READ.
006730 9100-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760 9200-READ-HOLDRSPI.
006770*-----------------------------------------------------------------
006780     READ HOLDRSPI
006790         AT END
006800             SET F9-HOLDRSPI-EOF TO TRUE
006810     END-READ.
006820 9200-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850 9300-READ-HOLDRELI.
006860*-----------------------------------------------------------------
006870     READ HOLDRELI
006880         AT END
006890             SET F9-HOLDRELI-EOF TO TRUE
006900     END-READ.
006910 9300-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940 9900-WRITE-RUN-STATS.
006950*-----------------------------------------------------------------
006960     MOVE 'ESB119F' TO RST-PROGRAM-ID.
006970     MOVE F9-RUN-DATE TO RST-BUSINESS-DATE.
006980     ACCEPT RST-END-TIME FROM TIME.
006990     MOVE '00' TO RST-WORST-STATUS.
007000     IF F9-TRANRSPF-STATUS NOT = '00'
007010        AND F9-TRANRSPF-STATUS NOT = '10'
007020         MOVE F9-TRANRSPF-STATUS TO RST-WORST-STATUS
007030     END-IF.
007040     IF F9-HOLDRSPF-STATUS NOT = '00'
007050        AND F9-HOLDRSPF-STATUS NOT = '10'
007060         MOVE F9-HOLDRSPF-STATUS TO RST-WORST-STATUS
007070     END-IF.
007080     IF F9-HOLDRELF-STATUS NOT = '00'
007090        AND F9-HOLDRELF-STATUS NOT = '10'
007100         MOVE F9-HOLDRELF-STATUS TO RST-WORST-STATUS
007110     END-IF.
007120     IF F9-RSPQUARF-STATUS NOT = '00'
007130        AND F9-RSPQUARF-STATUS NOT = '10'
007140         MOVE F9-RSPQUARF-STATUS TO RST-WORST-STATUS
007150     END-IF.
007160     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
007170 9900-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007200 9999-EXIT.
007210*-----------------------------------------------------------------
007220     EXIT.
