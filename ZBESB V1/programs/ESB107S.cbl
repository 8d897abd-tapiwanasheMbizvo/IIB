000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB107S
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    END-OF-DAY SUMMARY OF THE INTRADAY BALANCE WATCH.  READS THE
000200*    STATE FILE LEFT BY THE LAST ESB106W CYCLE OF THE DAY
000210*    (BWSTATF) AND PRINTS, PER WATCHED ACCOUNT, THE OPENING,
000220*    HIGH, LOW AND CLOSING BALANCES TAKEN WITH THEIR TIMES,
000230*    FOLLOWED BY EVERY BREACH RAISED FOR THE ACCOUNT AND WHEN AND
000240*    BY WHOM THE OPERATIONS CONSOLE ACKNOWLEDGED IT.
000250*    ACKNOWLEDGEMENTS MADE SINCE THE LAST CYCLE (BWACKF) ARE
000260*    APPLIED BEFORE PRINTING.  RETURN CODE 4 WHEN ANY BREACH IS
000270*    STILL UNACKNOWLEDGED.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*    15-OCT-2026  TC   INITIAL VERSION.
000310******************************************************************
000320 PROGRAM-ID. ESB107S.
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-ZSERIES.
000360 OBJECT-COMPUTER. IBM-ZSERIES.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BWSTATF  ASSIGN TO BWSTATF
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS S7-BWSTATF-STATUS.
000420     SELECT BWACKF   ASSIGN TO BWACKF
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS S7-BWACKF-STATUS.
000450     SELECT BWRPT    ASSIGN TO BWRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS S7-BWRPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  BWSTATF
000510     RECORDING MODE IS F.
000520     COPY "Balance_Watch_State.cpy".
000530 FD  BWACKF
000540     RECORDING MODE IS F.
000550     COPY "Balance_Watch_Ack.cpy".
000560 FD  BWRPT
000570     RECORDING MODE IS F.
000580 01  BWRPT-RECORD                 PIC X(132).
000590 WORKING-STORAGE SECTION.
000600 01  S7-BWSTATF-STATUS            PIC X(002) VALUE '00'.
000610     88 S7-BWSTATF-OK                        VALUE '00'.
000620 01  S7-BWACKF-STATUS             PIC X(002) VALUE '00'.
000630     88 S7-BWACKF-OK                         VALUE '00'.
000640 01  S7-BWRPT-STATUS              PIC X(002) VALUE '00'.
000650 01  S7-SWITCHES.
000660     05 S7-BWSTATF-EOF-SW         PIC X(001) VALUE 'N'.
000670        88 S7-BWSTATF-EOF                    VALUE 'Y'.
000680     05 S7-BWACKF-EOF-SW          PIC X(001) VALUE 'N'.
000690        88 S7-BWACKF-EOF                     VALUE 'Y'.
000700     05 S7-BREACH-FOUND-SW        PIC X(001) VALUE 'N'.
000710        88 S7-BREACH-FOUND                   VALUE 'Y'.
000720     05 S7-ORPHAN-HEADED-SW       PIC X(001) VALUE 'N'.
000730        88 S7-ORPHAN-HEADED                  VALUE 'Y'.
000740     05 S7-OVERFLOW-SW            PIC X(001) VALUE 'N'.
000750        88 S7-OVERFLOW                       VALUE 'Y'.
000760 01  S7-DATE-TIME.
000770     05 S7-RUN-DATE               PIC 9(008) VALUE ZERO.
000780     05 S7-RUN-TIME               PIC 9(006) VALUE ZERO.
000790 01  S7-BUSINESS-DATE             PIC 9(008) VALUE ZERO.
000800 01  S7-CYCLE-COUNT               PIC 9(005) VALUE ZERO.
000810 01  S7-ACCOUNT-BREACHES          PIC 9(004) VALUE ZERO.
000820 01  S7-COUNTERS.
000830     05 S7-ACCOUNT-COUNT-RUN      PIC 9(007) VALUE ZERO.
000840     05 S7-BREACH-COUNT-RUN       PIC 9(007) VALUE ZERO.
000850     05 S7-ACKED-COUNT            PIC 9(007) VALUE ZERO.
000860     05 S7-UNACKED-COUNT          PIC 9(007) VALUE ZERO.
000870     05 S7-LATE-ACK-COUNT         PIC 9(007) VALUE ZERO.
000880 01  S7-POSITION-COUNT            PIC 9(004) COMP VALUE ZERO.
000890 01  S7-POSITION-TABLE.
000900     05 S7-POS-ENTRY OCCURS 300 TIMES
000910        INDEXED BY S7-POS-IDX.
000920        10 S7-POS-IMAGE           PIC X(181).
000930 01  S7-BREACH-COUNT              PIC 9(004) COMP VALUE ZERO.
000940 01  S7-BREACH-TABLE.
000950     05 S7-BRC-ENTRY OCCURS 2000 TIMES
000960        INDEXED BY S7-BRC-IDX, S7-BRC-LOOKUP-IDX.
000970        10 S7-BRC-ID              PIC X(014).
000980        10 S7-BRC-TRIPLE          PIC X(013).
000990        10 S7-BRC-PRINTED-SW      PIC X(001).
001000           88 S7-BRC-PRINTED                 VALUE 'Y'.
001010        10 S7-BRC-IMAGE           PIC X(181).
001020 01  S7-HEADING-LINE.
001030     05 FILLER                    PIC X(045)
001040            VALUE 'INTRADAY BALANCE WATCH - END OF DAY SUMMARY  '.
001050     05 FILLER                    PIC X(015)
001060            VALUE 'BUSINESS DATE: '.
001070     05 S7-HDG-DATE               PIC 9(008).
001080     05 FILLER                    PIC X(009) VALUE '  CYCLES '.
001090     05 S7-HDG-CYCLES             PIC ZZZZ9.
001100     05 FILLER                    PIC X(050) VALUE SPACES.
001110 01  S7-ACCOUNT-LINE.
001120     05 FILLER                    PIC X(002) VALUE SPACES.
001130     05 S7-ACL-BRANCH             PIC X(004).
001140     05 FILLER                    PIC X(001) VALUE '/'.
001150     05 S7-ACL-ACCOUNT            PIC X(006).
001160     05 FILLER                    PIC X(001) VALUE '/'.
001170     05 S7-ACL-SUBACCT            PIC X(003).
001180     05 FILLER                    PIC X(001) VALUE SPACES.
001190     05 S7-ACL-DESCRIPTION        PIC X(030).
001200     05 FILLER                    PIC X(001) VALUE SPACES.
001210     05 S7-ACL-CCY                PIC X(003).
001220     05 FILLER                    PIC X(007) VALUE ' POLLS '.
001230     05 S7-ACL-POLLS              PIC ZZZZ9.
001240     05 FILLER                    PIC X(010) VALUE ' BREACHES '.
001250     05 S7-ACL-BREACHES           PIC ZZZ9.
001260     05 FILLER                    PIC X(054) VALUE SPACES.
001270 01  S7-BALANCE-LINE.
001280     05 FILLER                    PIC X(009) VALUE '    OPEN '.
001290     05 S7-BLL-OPEN               PIC Z(013)9.99-.
001300     05 FILLER                    PIC X(007) VALUE '  HIGH '.
001310     05 S7-BLL-HIGH               PIC Z(013)9.99-.
001320     05 FILLER                    PIC X(004) VALUE ' AT '.
001330     05 S7-BLL-HIGH-TIME          PIC 9(006).
001340     05 FILLER                    PIC X(006) VALUE '  LOW '.
001350     05 S7-BLL-LOW                PIC Z(013)9.99-.
001360     05 FILLER                    PIC X(004) VALUE ' AT '.
001370     05 S7-BLL-LOW-TIME           PIC 9(006).
001380     05 FILLER                    PIC X(008) VALUE '  CLOSE '.
001390     05 S7-BLL-CLOSE              PIC Z(013)9.99-.
001400     05 FILLER                    PIC X(004) VALUE ' AT '.
001410     05 S7-BLL-CLOSE-TIME         PIC 9(006).
001420 01  S7-NO-BALANCE-LINE.
001430     05 FILLER                    PIC X(030)
001440            VALUE '    NO BALANCE TAKEN TODAY.   '.
001450     05 FILLER                    PIC X(102) VALUE SPACES.
001460 01  S7-BREACH-LINE.
001470     05 FILLER                    PIC X(004) VALUE SPACES.
001480     05 S7-BRL-ID                 PIC X(014).
001490     05 FILLER                    PIC X(001) VALUE SPACES.
001500     05 S7-BRL-CROSSED            PIC X(010).
001510     05 FILLER                    PIC X(007) VALUE ' LIMIT '.
001520     05 S7-BRL-LIMIT              PIC Z(012)9.99-.
001530     05 FILLER                    PIC X(005) VALUE ' BAL '.
001540     05 S7-BRL-BALANCE            PIC Z(013)9.99-.
001550     05 FILLER                    PIC X(004) VALUE ' AT '.
001560     05 S7-BRL-TIME               PIC 9(006).
001570     05 FILLER                    PIC X(001) VALUE SPACES.
001580     05 S7-BRL-ACK-TEXT           PIC X(016).
001590     05 FILLER                    PIC X(001) VALUE SPACES.
001600     05 S7-BRL-ACK-DATE           PIC X(008).
001610     05 FILLER                    PIC X(001) VALUE SPACES.
001620     05 S7-BRL-ACK-TIME           PIC X(006).
001630     05 FILLER                    PIC X(001) VALUE SPACES.
001640     05 S7-BRL-ACK-USER           PIC X(010).
001650     05 FILLER                    PIC X(002) VALUE SPACES.
001660 01  S7-SECTION-LINE.
001670     05 FILLER                    PIC X(004) VALUE '*** '.
001680     05 S7-SECTION-TITLE          PIC X(050).
001690     05 FILLER                    PIC X(078) VALUE SPACES.
001700 01  S7-SUMMARY-LINE.
001710     05 FILLER                    PIC X(018)
001720            VALUE 'ACCOUNTS WATCHED  '.
001730     05 S7-SUM-ACCOUNTS           PIC ZZZZZZ9.
001740     05 FILLER                    PIC X(018)
001750            VALUE '  BREACHES        '.
001760     05 S7-SUM-BREACHES           PIC ZZZZZZ9.
001770     05 FILLER                    PIC X(018)
001780            VALUE '  ACKNOWLEDGED    '.
001790     05 S7-SUM-ACKED              PIC ZZZZZZ9.
001800     05 FILLER                    PIC X(018)
001810            VALUE '  NOT ACKNOWLEDGED'.
001820     05 S7-SUM-UNACKED            PIC ZZZZZZ9.
001830     05 FILLER                    PIC X(032) VALUE SPACES.
001840 COPY "Balance_Watch_State.cpy"
001850     REPLACING BALANCE-WATCH-STATE-RECORD BY S7-STATE-WORK.
001853 COPY "Balance_Watch_State.cpy"
001856     REPLACING BALANCE-WATCH-STATE-RECORD BY S7-BREACH-WORK.
001860 COPY "Run_Statistics.cpy".
001870 PROCEDURE DIVISION.
001880*-----------------------------------------------------------------
001890 0000-MAINLINE.
001900*-----------------------------------------------------------------
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     SET S7-POS-IDX TO 1.
001930     PERFORM 2000-PRINT-ONE-ACCOUNT THRU 2000-EXIT
001940         UNTIL S7-POS-IDX > S7-POSITION-COUNT.
001950     SET S7-BRC-IDX TO 1.
001960     PERFORM 3000-PRINT-ORPHAN-BREACH THRU 3000-EXIT
001970         UNTIL S7-BRC-IDX > S7-BREACH-COUNT.
001980     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
001990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002000     STOP RUN.
002010*-----------------------------------------------------------------
002020 1000-INITIALIZE.
002030*-----------------------------------------------------------------
002040     ACCEPT S7-RUN-DATE FROM DATE YYYYMMDD.
002050     ACCEPT S7-RUN-TIME FROM TIME.
002060     ACCEPT RST-START-TIME FROM TIME.
002070     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
002080                  RST-REJECT-COUNT.
002090     OPEN INPUT BWSTATF.
002100     IF S7-BWSTATF-OK
002110         PERFORM 9100-READ-BWSTATF THRU 9100-EXIT
002120     ELSE
002130         SET S7-BWSTATF-EOF TO TRUE
002140     END-IF.
002150     PERFORM 1100-LOAD-STATE THRU 1100-EXIT
002160         UNTIL S7-BWSTATF-EOF.
002170     CLOSE BWSTATF.
002180     OPEN INPUT BWACKF.
002190     IF S7-BWACKF-OK
002200         PERFORM 9200-READ-BWACKF THRU 9200-EXIT
002210     ELSE
002220         SET S7-BWACKF-EOF TO TRUE
002230     END-IF.
002240     PERFORM 1200-APPLY-ACK THRU 1200-EXIT
002250         UNTIL S7-BWACKF-EOF.
002260     CLOSE BWACKF.
002270     OPEN OUTPUT BWRPT.
002280     MOVE S7-BUSINESS-DATE TO S7-HDG-DATE.
002290     MOVE S7-CYCLE-COUNT TO S7-HDG-CYCLES.
002300     MOVE S7-HEADING-LINE TO BWRPT-RECORD.
002310     WRITE BWRPT-RECORD.
002320 1000-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------------
002350 1100-LOAD-STATE.
002360*-----------------------------------------------------------------
002370     ADD 1 TO RST-RECORDS-IN.
002380     EVALUATE TRUE
002390         WHEN BWS-CONTROL OF BALANCE-WATCH-STATE-RECORD
002400             MOVE BWS-BUSINESS-DATE OF BALANCE-WATCH-STATE-RECORD
002410                 TO S7-BUSINESS-DATE
002420             MOVE BWS-CYCLE-COUNT OF BALANCE-WATCH-STATE-RECORD
002430                 TO S7-CYCLE-COUNT
002440         WHEN BWS-POSITION OF BALANCE-WATCH-STATE-RECORD
002450             PERFORM 1110-LOAD-POSITION THRU 1110-EXIT
002460         WHEN BWS-BREACH OF BALANCE-WATCH-STATE-RECORD
002470             PERFORM 1120-LOAD-BREACH THRU 1120-EXIT
002480         WHEN OTHER
002490             CONTINUE
002500     END-EVALUATE.
002510     PERFORM 9100-READ-BWSTATF THRU 9100-EXIT.
002520 1100-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550 1110-LOAD-POSITION.
002560*-----------------------------------------------------------------
002570     IF S7-POSITION-COUNT NOT < 300
002580         DISPLAY 'ESB107S: POSITION TABLE FULL, NOT PRINTED '
002590             BWS-POS-TRIPLE OF BALANCE-WATCH-STATE-RECORD
002600         SET S7-OVERFLOW TO TRUE
002610         GO TO 1110-EXIT
002620     END-IF.
002630     ADD 1 TO S7-POSITION-COUNT.
002640     SET S7-POS-IDX TO S7-POSITION-COUNT.
002650     MOVE BALANCE-WATCH-STATE-RECORD TO S7-POS-IMAGE (S7-POS-IDX).
002660 1110-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------------
002690 1120-LOAD-BREACH.
002700*-----------------------------------------------------------------
002710     IF S7-BREACH-COUNT NOT < 2000
002720         DISPLAY 'ESB107S: BREACH TABLE FULL, NOT PRINTED '
002730             BWS-BRC-ID OF BALANCE-WATCH-STATE-RECORD
002740         SET S7-OVERFLOW TO TRUE
002750         GO TO 1120-EXIT
002760     END-IF.
002770     ADD 1 TO S7-BREACH-COUNT.
002780     SET S7-BRC-IDX TO S7-BREACH-COUNT.
002790     MOVE BWS-BRC-ID OF BALANCE-WATCH-STATE-RECORD
002800         TO S7-BRC-ID (S7-BRC-IDX).
002810     MOVE BWS-BRC-TRIPLE OF BALANCE-WATCH-STATE-RECORD
002820         TO S7-BRC-TRIPLE (S7-BRC-IDX).
002830     MOVE 'N' TO S7-BRC-PRINTED-SW (S7-BRC-IDX).
002840     MOVE BALANCE-WATCH-STATE-RECORD TO S7-BRC-IMAGE (S7-BRC-IDX).
002850 1120-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880 1200-APPLY-ACK.
002890*-----------------------------------------------------------------
002900     ADD 1 TO RST-RECORDS-IN.
002910     MOVE 'N' TO S7-BREACH-FOUND-SW.
002920     SET S7-BRC-LOOKUP-IDX TO 1.
002930     PERFORM 1210-SCAN-BREACH THRU 1210-EXIT
002940         UNTIL S7-BRC-LOOKUP-IDX > S7-BREACH-COUNT
002950            OR S7-BREACH-FOUND.
002960     IF NOT S7-BREACH-FOUND
002970         GO TO 1200-READ-NEXT
002980     END-IF.
002990     MOVE S7-BRC-IMAGE (S7-BRC-LOOKUP-IDX) TO S7-STATE-WORK.
003000     IF BWS-BRC-ACK-DATE OF S7-STATE-WORK = ZERO
003010         MOVE BWK-ACK-DATE TO BWS-BRC-ACK-DATE OF S7-STATE-WORK
003020         MOVE BWK-ACK-TIME TO BWS-BRC-ACK-TIME OF S7-STATE-WORK
003030         MOVE BWK-ACK-USER TO BWS-BRC-ACK-USER OF S7-STATE-WORK
003040         MOVE S7-STATE-WORK TO S7-BRC-IMAGE (S7-BRC-LOOKUP-IDX)
003050         ADD 1 TO S7-LATE-ACK-COUNT
003060     END-IF.
003070 1200-READ-NEXT.
003080     PERFORM 9200-READ-BWACKF THRU 9200-EXIT.
003090 1200-EXIT.
003100     EXIT.
003110*-----------------------------------------------------------------
003120 1210-SCAN-BREACH.
003130*-----------------------------------------------------------------
003140     IF S7-BRC-ID (S7-BRC-LOOKUP-IDX) = BWK-BREACH-ID
003150         SET S7-BREACH-FOUND TO TRUE
003160     ELSE
003170         SET S7-BRC-LOOKUP-IDX UP BY 1
003180     END-IF.
003190 1210-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220 2000-PRINT-ONE-ACCOUNT.
003230*-----------------------------------------------------------------
003240     ADD 1 TO S7-ACCOUNT-COUNT-RUN.
003250     MOVE S7-POS-IMAGE (S7-POS-IDX) TO S7-STATE-WORK.
003260     MOVE ZERO TO S7-ACCOUNT-BREACHES.
003270     SET S7-BRC-LOOKUP-IDX TO 1.
003280     PERFORM 2100-COUNT-BREACH THRU 2100-EXIT
003290         UNTIL S7-BRC-LOOKUP-IDX > S7-BREACH-COUNT.
003300     MOVE BWS-POS-HZAB OF S7-STATE-WORK TO S7-ACL-BRANCH.
003310     MOVE BWS-POS-HZAN OF S7-STATE-WORK TO S7-ACL-ACCOUNT.
003320     MOVE BWS-POS-HZAS OF S7-STATE-WORK TO S7-ACL-SUBACCT.
003330     MOVE BWS-POS-DESCRIPTION OF S7-STATE-WORK
003340         TO S7-ACL-DESCRIPTION.
003350     MOVE BWS-POS-CCY OF S7-STATE-WORK TO S7-ACL-CCY.
003360     MOVE BWS-POS-POLL-COUNT OF S7-STATE-WORK TO S7-ACL-POLLS.
003370     MOVE S7-ACCOUNT-BREACHES TO S7-ACL-BREACHES.
003380     MOVE S7-ACCOUNT-LINE TO BWRPT-RECORD.
003390     WRITE BWRPT-RECORD.
003400     IF BWS-POS-POLL-COUNT OF S7-STATE-WORK = ZERO
003410         MOVE S7-NO-BALANCE-LINE TO BWRPT-RECORD
003420     ELSE
003430         MOVE BWS-POS-OPEN-BALANCE OF S7-STATE-WORK TO S7-BLL-OPEN
003440         MOVE BWS-POS-HIGH-BALANCE OF S7-STATE-WORK TO S7-BLL-HIGH
003450         MOVE BWS-POS-HIGH-TIME OF S7-STATE-WORK
003460             TO S7-BLL-HIGH-TIME
003470         MOVE BWS-POS-LOW-BALANCE OF S7-STATE-WORK TO S7-BLL-LOW
003480         MOVE BWS-POS-LOW-TIME OF S7-STATE-WORK TO S7-BLL-LOW-TIME
003490         MOVE BWS-POS-CLOSE-BALANCE OF S7-STATE-WORK
003500             TO S7-BLL-CLOSE
003510         MOVE BWS-POS-CLOSE-TIME OF S7-STATE-WORK
003520             TO S7-BLL-CLOSE-TIME
003530         MOVE S7-BALANCE-LINE TO BWRPT-RECORD
003540     END-IF.
003550     WRITE BWRPT-RECORD.
003560     SET S7-BRC-LOOKUP-IDX TO 1.
003570     PERFORM 2200-PRINT-ACCOUNT-BREACH THRU 2200-EXIT
003580         UNTIL S7-BRC-LOOKUP-IDX > S7-BREACH-COUNT.
003590     SET S7-POS-IDX UP BY 1.
003600 2000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630 2100-COUNT-BREACH.
003640*-----------------------------------------------------------------
003650     IF S7-BRC-TRIPLE (S7-BRC-LOOKUP-IDX) =
003660         BWS-POS-TRIPLE OF S7-STATE-WORK
003670         ADD 1 TO S7-ACCOUNT-BREACHES
003680     END-IF.
003690     SET S7-BRC-LOOKUP-IDX UP BY 1.
003700 2100-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730 2200-PRINT-ACCOUNT-BREACH.
003740*-----------------------------------------------------------------
003750     IF S7-BRC-TRIPLE (S7-BRC-LOOKUP-IDX) =
003760         BWS-POS-TRIPLE OF S7-STATE-WORK
003770         SET S7-BRC-IDX TO S7-BRC-LOOKUP-IDX
003780         PERFORM 2300-PRINT-BREACH THRU 2300-EXIT
003790     END-IF.
003800     SET S7-BRC-LOOKUP-IDX UP BY 1.
003810 2200-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840 2300-PRINT-BREACH.
003850*-----------------------------------------------------------------
003857*    PRINTS S7-BRC-IDX'S BREACH FROM ITS OWN WORK AREA;
003864*    S7-STATE-WORK IS LEFT ALONE, AS THE CALLER MAY STILL BE
003871*    WORKING FROM THE ACCOUNT'S POSITION.
003880     SET S7-BRC-PRINTED (S7-BRC-IDX) TO TRUE.
003890     ADD 1 TO S7-BREACH-COUNT-RUN.
003900     MOVE S7-BRC-IMAGE (S7-BRC-IDX) TO S7-BREACH-WORK.
003910     MOVE S7-BRC-ID (S7-BRC-IDX) TO S7-BRL-ID.
003920     IF BWS-BRC-LOW OF S7-BREACH-WORK
003930         MOVE 'BELOW LOW ' TO S7-BRL-CROSSED
003940     ELSE
003950         MOVE 'ABOVE HIGH' TO S7-BRL-CROSSED
003960     END-IF.
003970     MOVE BWS-BRC-THRESHOLD OF S7-BREACH-WORK
003980         TO S7-BRL-LIMIT.
003990     MOVE BWS-BRC-BALANCE OF S7-BREACH-WORK
004000         TO S7-BRL-BALANCE.
004010     MOVE BWS-BRC-TIME OF S7-BREACH-WORK
004020         TO S7-BRL-TIME.
004030     IF BWS-BRC-ACK-DATE OF S7-BREACH-WORK = ZERO
004040         ADD 1 TO S7-UNACKED-COUNT
004050         MOVE 'NOT ACKNOWLEDGED' TO S7-BRL-ACK-TEXT
004060         MOVE SPACES TO S7-BRL-ACK-DATE S7-BRL-ACK-TIME
004070                        S7-BRL-ACK-USER
004080     ELSE
004090         ADD 1 TO S7-ACKED-COUNT
004100         MOVE 'ACKNOWLEDGED' TO S7-BRL-ACK-TEXT
004110         MOVE BWS-BRC-ACK-DATE OF S7-BREACH-WORK
004120             TO S7-BRL-ACK-DATE
004130         MOVE BWS-BRC-ACK-TIME OF S7-BREACH-WORK
004140             TO S7-BRL-ACK-TIME
004150         MOVE BWS-BRC-ACK-USER OF S7-BREACH-WORK
004160             TO S7-BRL-ACK-USER
004170     END-IF.
004180     MOVE S7-BREACH-LINE TO BWRPT-RECORD.
004190     WRITE BWRPT-RECORD.
004200 2300-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 3000-PRINT-ORPHAN-BREACH.
004240*-----------------------------------------------------------------
004250*    A BREACH ON AN ACCOUNT TAKEN OFF THE LIST DURING THE DAY.
004260     IF S7-BRC-PRINTED (S7-BRC-IDX)
004270         GO TO 3900-NEXT-BREACH
004280     END-IF.
004290     IF NOT S7-ORPHAN-HEADED
004300         SET S7-ORPHAN-HEADED TO TRUE
004310         MOVE 'BREACHES ON ACCOUNTS NO LONGER WATCHED'
004320             TO S7-SECTION-TITLE
004330         MOVE S7-SECTION-LINE TO BWRPT-RECORD
004340         WRITE BWRPT-RECORD
004350     END-IF.
004360     MOVE SPACES TO S7-SECTION-TITLE.
004370     STRING 'ACCOUNT ' S7-BRC-TRIPLE (S7-BRC-IDX)
004380         DELIMITED BY SIZE INTO S7-SECTION-TITLE.
004390     MOVE S7-SECTION-LINE TO BWRPT-RECORD.
004400     WRITE BWRPT-RECORD.
004410     PERFORM 2300-PRINT-BREACH THRU 2300-EXIT.
004420 3900-NEXT-BREACH.
004430     SET S7-BRC-IDX UP BY 1.
004440 3000-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 7000-PRINT-TOTALS.
004480*-----------------------------------------------------------------
004490     MOVE 'TOTALS' TO S7-SECTION-TITLE.
004500     MOVE S7-SECTION-LINE TO BWRPT-RECORD.
004510     WRITE BWRPT-RECORD.
004520     MOVE S7-ACCOUNT-COUNT-RUN TO S7-SUM-ACCOUNTS.
004530     MOVE S7-BREACH-COUNT-RUN  TO S7-SUM-BREACHES.
004540     MOVE S7-ACKED-COUNT       TO S7-SUM-ACKED.
004550     MOVE S7-UNACKED-COUNT     TO S7-SUM-UNACKED.
004560     MOVE S7-SUMMARY-LINE TO BWRPT-RECORD.
004570     WRITE BWRPT-RECORD.
004580     ADD S7-BREACH-COUNT-RUN TO RST-RECORDS-OUT.
004590 7000-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------------
004620 8000-TERMINATE.
004630*-----------------------------------------------------------------
004640     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
004650     CLOSE BWRPT.
004660     DISPLAY 'ESB107S: ACCOUNTS ' S7-ACCOUNT-COUNT-RUN
004670         ' BREACHES ' S7-BREACH-COUNT-RUN
004680         ' NOT ACKNOWLEDGED ' S7-UNACKED-COUNT.
004690     IF S7-UNACKED-COUNT > ZERO
004700        OR S7-OVERFLOW
004710         MOVE 4 TO RETURN-CODE
004720     END-IF.
004730 8000-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760 9100-READ-BWSTATF.
004770*-----------------------------------------------------------------
004780     READ BWSTATF
004790         AT END
004800             SET S7-BWSTATF-EOF TO TRUE
004810     END-READ.
004820 9100-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850 9200-READ-BWACKF.
004860*-----------------------------------------------------------------
004870     READ BWACKF
004880         AT END
004890             SET S7-BWACKF-EOF TO TRUE
004900     END-READ.
004910 9200-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940 9900-WRITE-RUN-STATS.
004950*-----------------------------------------------------------------
004960     MOVE 'ESB107S' TO RST-PROGRAM-ID.
004970     MOVE S7-BUSINESS-DATE TO RST-BUSINESS-DATE.
004980     ACCEPT RST-END-TIME FROM TIME.
004990     MOVE '00' TO RST-WORST-STATUS.
005000     IF S7-BWRPT-STATUS NOT = '00'
005010         MOVE S7-BWRPT-STATUS TO RST-WORST-STATUS
005020     END-IF.
005030     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
005040 9900-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070 9999-EXIT.
005080*-----------------------------------------------------------------
005090     EXIT.
