000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB117V
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    SIGN-ON MASKING VERIFICATION.  READS EVERY IMAGE IN THE LIVE
000200*    LOGGER STORE, THE ARCHIVE STORE AND THE STANDBY COPY AND
000210*    ASKS ESB115K (FUNCTION V) WHETHER ITS USER, PASSWORD OR USID
000220*    IS STILL IN CLEAR.  NOTHING IS CHANGED.  EACH EXPOSED IMAGE
000230*    IS LISTED BY STORE, PCREF AND STORE KEY WITH THE FIELDS
000240*    FOUND, FOLLOWED BY TOTALS PER STORE AND A ONE-LINE
000250*    CONCLUSION.  RETURN CODE 4 WHEN ANY IMAGE IS EXPOSED, ANY
000260*    IMAGE COULD NOT BE CHECKED OR ANY STORE COULD NOT BE OPENED,
000270*    SO A CLEAN RUN IS THE EVIDENCE THAT NO SIGN-ON REMAINS IN
000280*    CLEAR IN ANY STORE.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*    15-OCT-2026  TC   INITIAL VERSION.
000320******************************************************************
000330 PROGRAM-ID. ESB117V.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-ZSERIES.
000370 OBJECT-COMPUTER. IBM-ZSERIES.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOGGERSF ASSIGN TO LOGGERSF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS LSR-STORE-KEY OF LOGGER-STORE-RECORD
000440         FILE STATUS IS V7-LOGGERSF-STATUS.
000450     SELECT ARCHIVEF ASSIGN TO ARCHIVEF
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD
000490         FILE STATUS IS V7-ARCHIVEF-STATUS.
000500     SELECT LOGGERSB ASSIGN TO LOGGERSB
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS LSR-STORE-KEY OF V7-STANDBY-RECORD
000540         FILE STATUS IS V7-LOGGERSB-STATUS.
000550     SELECT VFYRPT   ASSIGN TO VFYRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS V7-VFYRPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LOGGERSF
000610     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000620         DEPENDING ON V7-LSF-RECLEN.
000630     COPY "Logger_Store_Record.cpy".
000640 FD  ARCHIVEF
000650     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000660         DEPENDING ON V7-ARC-RECLEN.
000670     COPY "Logger_Store_Record.cpy"
000680         REPLACING LOGGER-STORE-RECORD BY LOGGER-ARCHIVE-RECORD.
000690 FD  LOGGERSB
000700     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000710         DEPENDING ON V7-LSB-RECLEN.
000720     COPY "Logger_Store_Record.cpy"
000730         REPLACING LOGGER-STORE-RECORD BY V7-STANDBY-RECORD.
000740 FD  VFYRPT
000750     RECORDING MODE IS F.
000760 01  VFYRPT-RECORD                PIC X(132).
000770 WORKING-STORAGE SECTION.
000780 01  V7-LOGGERSF-STATUS           PIC X(002) VALUE '00'.
000790     88 V7-LOGGERSF-OK                       VALUE '00'.
000800 01  V7-ARCHIVEF-STATUS           PIC X(002) VALUE '00'.
000810     88 V7-ARCHIVEF-OK                       VALUE '00'.
000820 01  V7-LOGGERSB-STATUS           PIC X(002) VALUE '00'.
000830     88 V7-LOGGERSB-OK                       VALUE '00'.
000840 01  V7-VFYRPT-STATUS             PIC X(002) VALUE '00'.
000850 01  V7-SWITCHES.
000860     05 V7-LOGGERSF-EOF-SW        PIC X(001) VALUE 'N'.
000870        88 V7-LOGGERSF-EOF                   VALUE 'Y'.
000880     05 V7-ARCHIVEF-EOF-SW        PIC X(001) VALUE 'N'.
000890        88 V7-ARCHIVEF-EOF                   VALUE 'Y'.
000900     05 V7-LOGGERSB-EOF-SW        PIC X(001) VALUE 'N'.
000910        88 V7-LOGGERSB-EOF                   VALUE 'Y'.
000920     05 V7-PROVEN-SW              PIC X(001) VALUE 'Y'.
000930        88 V7-PROVEN                         VALUE 'Y'.
000940 01  V7-DATE-TIME.
000950     05 V7-RUN-DATE               PIC 9(008) VALUE ZERO.
000960     05 V7-RUN-TIME               PIC 9(006) VALUE ZERO.
000970 01  V7-LSF-RECLEN                PIC 9(004) COMP VALUE ZERO.
000980 01  V7-ARC-RECLEN                PIC 9(004) COMP VALUE ZERO.
000990 01  V7-LSB-RECLEN                PIC 9(004) COMP VALUE ZERO.
001000 01  V7-STREAM-CODE               PIC X(001) VALUE SPACE.
001010     88 V7-REQUEST-STREAM                    VALUE 'H'.
001020     88 V7-RESPONSE-STREAM                   VALUE 'R' 'S'.
001025 01  V7-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
001030 01  V7-STORE-KEY.
001040     05 V7-KEY-PCREF              PIC X(020).
001050     05 V7-KEY-CAPTURE-DATE       PIC 9(008).
001060     05 V7-KEY-CAPTURE-TIME       PIC 9(006).
001070     05 V7-KEY-CAPTURE-SEQ        PIC 9(003).
001080*    ONE ENTRY PER STORE: 1 LIVE, 2 ARCHIVE, 3 STANDBY.
001090 01  V7-STORE-TABLE.
001100     05 V7-STR-ENTRY OCCURS 3 TIMES
001110        INDEXED BY V7-STR-IDX.
001120        10 V7-STR-NAME            PIC X(008).
001130        10 V7-STR-OPEN-STATUS     PIC X(002).
001140        10 V7-STR-READ            PIC 9(007).
001150        10 V7-STR-EXPOSED         PIC 9(007).
001160        10 V7-STR-USER            PIC 9(007).
001170        10 V7-STR-PASSWORD        PIC 9(007).
001180        10 V7-STR-USID            PIC 9(007).
001190        10 V7-STR-UNCHECKED       PIC 9(007).
001200 01  V7-HEADING-LINE.
001210     05 FILLER                    PIC X(037)
001220            VALUE 'LOGGER SIGN-ON MASKING VERIFICATION  '.
001230     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001240     05 V7-HDG-DATE               PIC 9(008).
001250     05 FILLER                    PIC X(082) VALUE SPACES.
001260 01  V7-COLUMN-LINE.
001270     05 FILLER                    PIC X(033)
001280            VALUE 'STORE    S  PCREF                '.
001290     05 FILLER                    PIC X(032)
001300            VALUE ' CAPTURED           CLEAR FIELDS'.
001310     05 FILLER                    PIC X(067) VALUE SPACES.
001320 01  V7-EXPOSED-LINE.
001330     05 V7-EXL-NAME               PIC X(009).
001340     05 V7-EXL-STREAM             PIC X(001).
001350     05 FILLER                    PIC X(002) VALUE SPACES.
001360     05 V7-EXL-PCREF              PIC X(020).
001370     05 FILLER                    PIC X(002) VALUE SPACES.
001380     05 V7-EXL-DATE               PIC 9(008).
001390     05 FILLER                    PIC X(001) VALUE SPACE.
001400     05 V7-EXL-TIME               PIC 9(006).
001410     05 FILLER                    PIC X(001) VALUE SPACE.
001420     05 V7-EXL-SEQ                PIC 9(003).
001430     05 FILLER                    PIC X(009) VALUE '  CLEAR: '.
001440     05 V7-EXL-USER               PIC X(009).
001450     05 V7-EXL-PASSWORD           PIC X(009).
001460     05 V7-EXL-USID               PIC X(005).
001470     05 FILLER                    PIC X(047) VALUE SPACES.
001480 01  V7-STORE-LINE.
001490     05 V7-STL-NAME               PIC X(009).
001500     05 FILLER                    PIC X(008) VALUE '  READ '.
001510     05 V7-STL-READ               PIC ZZZZZZ9.
001520     05 FILLER                    PIC X(011) VALUE '  EXPOSED '.
001530     05 V7-STL-EXPOSED            PIC ZZZZZZ9.
001540     05 FILLER                    PIC X(008) VALUE '  USER '.
001550     05 V7-STL-USER               PIC ZZZZZZ9.
001560     05 FILLER                    PIC X(012) VALUE '  PASSWORD '.
001570     05 V7-STL-PASSWORD           PIC ZZZZZZ9.
001580     05 FILLER                    PIC X(008) VALUE '  USID '.
001590     05 V7-STL-USID               PIC ZZZZZZ9.
001600     05 FILLER                    PIC X(013) VALUE '  UNCHECKED '.
001610     05 V7-STL-UNCHECKED          PIC ZZZZZZ9.
001620     05 FILLER                    PIC X(021) VALUE SPACES.
001630 01  V7-UNAVAILABLE-LINE.
001640     05 V7-UNL-NAME               PIC X(009).
001650     05 FILLER                    PIC X(036)
001660            VALUE '** NOT VERIFIED - OPEN STATUS      '.
001670     05 V7-UNL-STATUS             PIC X(002).
001680     05 FILLER                    PIC X(085) VALUE SPACES.
001690 01  V7-CLEAN-LINE.
001700     05 FILLER                    PIC X(040)
001710            VALUE 'NO SIGN-ON FIELD IN CLEAR IN ANY STORE  '.
001720     05 FILLER                    PIC X(092) VALUE SPACES.
001730 01  V7-NOT-PROVEN-LINE.
001740     05 FILLER                    PIC X(045)
001750            VALUE '** SIGN-ON MASKING NOT PROVEN - SEE ABOVE   '.
001760     05 FILLER                    PIC X(087) VALUE SPACES.
001770 COPY "Credential_Mask.cpy".
001780 COPY "Run_Statistics.cpy".
001790 PROCEDURE DIVISION.
001800*-----------------------------------------------------------------
001810 0000-MAINLINE.
001820*-----------------------------------------------------------------
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-VERIFY-LIVE THRU 2000-EXIT.
001850     PERFORM 3000-VERIFY-ARCHIVE THRU 3000-EXIT.
001860     PERFORM 4000-VERIFY-STANDBY THRU 4000-EXIT.
001870     PERFORM 7000-REPORT-STORES THRU 7000-EXIT.
001880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001890     STOP RUN.
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001920*-----------------------------------------------------------------
001930     ACCEPT V7-RUN-DATE FROM DATE YYYYMMDD.
001940     ACCEPT V7-RUN-TIME FROM TIME.
001950     ACCEPT RST-START-TIME FROM TIME.
001960     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
001970                  RST-REJECT-COUNT.
001980     SET V7-STR-IDX TO 1.
001990     PERFORM 1100-CLEAR-STORE-ENTRY THRU 1100-EXIT
002000         UNTIL V7-STR-IDX > 3.
002010     MOVE 'LOGGERSF' TO V7-STR-NAME (1).
002020     MOVE 'ARCHIVEF' TO V7-STR-NAME (2).
002030     MOVE 'LOGGERSB' TO V7-STR-NAME (3).
002040     OPEN OUTPUT VFYRPT.
002050     MOVE V7-RUN-DATE TO V7-HDG-DATE.
002060     MOVE V7-HEADING-LINE TO VFYRPT-RECORD.
002070     WRITE VFYRPT-RECORD.
002080     MOVE V7-COLUMN-LINE TO VFYRPT-RECORD.
002090     WRITE VFYRPT-RECORD.
002100 1000-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130 1100-CLEAR-STORE-ENTRY.
002140*-----------------------------------------------------------------
002150     MOVE '00' TO V7-STR-OPEN-STATUS (V7-STR-IDX).
002160     MOVE ZERO TO V7-STR-READ (V7-STR-IDX)
002170                  V7-STR-EXPOSED (V7-STR-IDX)
002180                  V7-STR-USER (V7-STR-IDX)
002190                  V7-STR-PASSWORD (V7-STR-IDX)
002200                  V7-STR-USID (V7-STR-IDX)
002210                  V7-STR-UNCHECKED (V7-STR-IDX).
002220     SET V7-STR-IDX UP BY 1.
002230 1100-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260 2000-VERIFY-LIVE.
002270*-----------------------------------------------------------------
002280     SET V7-STR-IDX TO 1.
002290     OPEN INPUT LOGGERSF.
002300     IF NOT V7-LOGGERSF-OK
002310         MOVE V7-LOGGERSF-STATUS TO V7-STR-OPEN-STATUS (1)
002320         GO TO 2000-EXIT
002330     END-IF.
002340     PERFORM 9100-READ-LOGGERSF THRU 9100-EXIT.
002350     PERFORM 2100-CHECK-LIVE-RECORD THRU 2100-EXIT
002360         UNTIL V7-LOGGERSF-EOF.
002370     CLOSE LOGGERSF.
002380 2000-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------------
002410 2100-CHECK-LIVE-RECORD.
002420*-----------------------------------------------------------------
002430     MOVE LSR-STREAM-CODE OF LOGGER-STORE-RECORD
002440         TO V7-STREAM-CODE.
002450     MOVE LSR-STORE-KEY OF LOGGER-STORE-RECORD TO V7-STORE-KEY.
002460     MOVE LSR-RAW-RECORD OF LOGGER-STORE-RECORD (1:320)
002470         TO CMK-HEADER.
002480     PERFORM 5000-CHECK-HEADER THRU 5000-EXIT.
002490     PERFORM 9100-READ-LOGGERSF THRU 9100-EXIT.
002500 2100-EXIT.
002510     EXIT.
002520*-----------------------------------------------------------------
002530 3000-VERIFY-ARCHIVE.
002540*-----------------------------------------------------------------
002550     SET V7-STR-IDX TO 2.
002560     OPEN INPUT ARCHIVEF.
002570     IF NOT V7-ARCHIVEF-OK
002580         MOVE V7-ARCHIVEF-STATUS TO V7-STR-OPEN-STATUS (2)
002590         GO TO 3000-EXIT
002600     END-IF.
002610     PERFORM 9200-READ-ARCHIVEF THRU 9200-EXIT.
002620     PERFORM 3100-CHECK-ARCHIVE-RECORD THRU 3100-EXIT
002630         UNTIL V7-ARCHIVEF-EOF.
002640     CLOSE ARCHIVEF.
002650 3000-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------------
002680 3100-CHECK-ARCHIVE-RECORD.
002690*-----------------------------------------------------------------
002700     MOVE LSR-STREAM-CODE OF LOGGER-ARCHIVE-RECORD
002710         TO V7-STREAM-CODE.
002720     MOVE LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD TO V7-STORE-KEY.
002730     MOVE LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD (1:320)
002740         TO CMK-HEADER.
002750     PERFORM 5000-CHECK-HEADER THRU 5000-EXIT.
002760     PERFORM 9200-READ-ARCHIVEF THRU 9200-EXIT.
002770 3100-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800 4000-VERIFY-STANDBY.
002810*-----------------------------------------------------------------
002820     SET V7-STR-IDX TO 3.
002830     OPEN INPUT LOGGERSB.
002840     IF NOT V7-LOGGERSB-OK
002850         MOVE V7-LOGGERSB-STATUS TO V7-STR-OPEN-STATUS (3)
002860         GO TO 4000-EXIT
002870     END-IF.
002880     PERFORM 9300-READ-LOGGERSB THRU 9300-EXIT.
002890     PERFORM 4100-CHECK-STANDBY-RECORD THRU 4100-EXIT
002900         UNTIL V7-LOGGERSB-EOF.
002910     CLOSE LOGGERSB.
002920 4000-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950 4100-CHECK-STANDBY-RECORD.
002960*-----------------------------------------------------------------
002970     MOVE LSR-STREAM-CODE OF V7-STANDBY-RECORD
002980         TO V7-STREAM-CODE.
002990     MOVE LSR-STORE-KEY OF V7-STANDBY-RECORD TO V7-STORE-KEY.
003000     MOVE LSR-RAW-RECORD OF V7-STANDBY-RECORD (1:320)
003010         TO CMK-HEADER.
003020     PERFORM 5000-CHECK-HEADER THRU 5000-EXIT.
003030     PERFORM 9300-READ-LOGGERSB THRU 9300-EXIT.
003040 4100-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070 5000-CHECK-HEADER.
003080*-----------------------------------------------------------------
003090*    CHECKS THE HEADER IN CMK-HEADER FOR THE CURRENT STORE AND
003100*    LISTS THE IMAGE WHEN ANY SIGN-ON FIELD IS STILL IN CLEAR.
003110     ADD 1 TO V7-STR-READ (V7-STR-IDX).
003120     ADD 1 TO RST-RECORDS-IN.
003130     EVALUATE TRUE
003140         WHEN V7-REQUEST-STREAM
003150             SET CMK-REQUEST-HEADER TO TRUE
003160         WHEN V7-RESPONSE-STREAM
003170             SET CMK-RESPONSE-HEADER TO TRUE
003180         WHEN OTHER
003190             ADD 1 TO V7-STR-UNCHECKED (V7-STR-IDX)
003200             GO TO 5000-EXIT
003210     END-EVALUATE.
003220     SET CMK-VERIFY TO TRUE.
003230     CALL 'ESB115K' USING CREDENTIAL-MASK-AREA.
003240     IF NOT CMK-OK
003250         ADD 1 TO V7-STR-UNCHECKED (V7-STR-IDX)
003260         GO TO 5000-EXIT
003270     END-IF.
003280     IF CMK-CLEAR-COUNT = ZERO
003290         GO TO 5000-EXIT
003300     END-IF.
003310     ADD 1 TO V7-STR-EXPOSED (V7-STR-IDX).
003320     ADD 1 TO RST-RECORDS-OUT.
003330     MOVE SPACES TO V7-EXL-USER V7-EXL-PASSWORD V7-EXL-USID.
003340     IF CMK-USER-CLEAR
003350         ADD 1 TO V7-STR-USER (V7-STR-IDX)
003360         MOVE 'USER' TO V7-EXL-USER
003370     END-IF.
003380     IF CMK-PASSWORD-CLEAR
003390         ADD 1 TO V7-STR-PASSWORD (V7-STR-IDX)
003400         MOVE 'PASSWORD' TO V7-EXL-PASSWORD
003410     END-IF.
003420     IF CMK-USID-CLEAR
003430         ADD 1 TO V7-STR-USID (V7-STR-IDX)
003440         MOVE 'USID' TO V7-EXL-USID
003450     END-IF.
003460     MOVE V7-STR-NAME (V7-STR-IDX) TO V7-EXL-NAME.
003470     MOVE V7-STREAM-CODE TO V7-EXL-STREAM.
003480     MOVE V7-KEY-PCREF TO V7-EXL-PCREF.
003490     MOVE V7-KEY-CAPTURE-DATE TO V7-EXL-DATE.
003500     MOVE V7-KEY-CAPTURE-TIME TO V7-EXL-TIME.
003510     MOVE V7-KEY-CAPTURE-SEQ TO V7-EXL-SEQ.
003520     MOVE V7-EXPOSED-LINE TO VFYRPT-RECORD.
003530     WRITE VFYRPT-RECORD.
003540 5000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570 7000-REPORT-STORES.
003580*-----------------------------------------------------------------
003590     SET V7-STR-IDX TO 1.
003600     PERFORM 7100-REPORT-ONE-STORE THRU 7100-EXIT
003610         UNTIL V7-STR-IDX > 3.
003620     IF V7-PROVEN
003630         MOVE V7-CLEAN-LINE TO VFYRPT-RECORD
003640     ELSE
003650         MOVE V7-NOT-PROVEN-LINE TO VFYRPT-RECORD
003660         MOVE 4 TO V7-RETURN-CODE
003670     END-IF.
003680     WRITE VFYRPT-RECORD.
003690 7000-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------------
003720 7100-REPORT-ONE-STORE.
003730*-----------------------------------------------------------------
003740     IF V7-STR-OPEN-STATUS (V7-STR-IDX) NOT = '00'
003750         MOVE V7-STR-NAME (V7-STR-IDX) TO V7-UNL-NAME
003760         MOVE V7-STR-OPEN-STATUS (V7-STR-IDX) TO V7-UNL-STATUS
003770         MOVE V7-UNAVAILABLE-LINE TO VFYRPT-RECORD
003780         WRITE VFYRPT-RECORD
003790         MOVE 'N' TO V7-PROVEN-SW
003800         GO TO 7100-NEXT
003810     END-IF.
003820     MOVE V7-STR-NAME (V7-STR-IDX) TO V7-STL-NAME.
003830     MOVE V7-STR-READ (V7-STR-IDX) TO V7-STL-READ.
003840     MOVE V7-STR-EXPOSED (V7-STR-IDX) TO V7-STL-EXPOSED.
003850     MOVE V7-STR-USER (V7-STR-IDX) TO V7-STL-USER.
003860     MOVE V7-STR-PASSWORD (V7-STR-IDX) TO V7-STL-PASSWORD.
003870     MOVE V7-STR-USID (V7-STR-IDX) TO V7-STL-USID.
003880     MOVE V7-STR-UNCHECKED (V7-STR-IDX) TO V7-STL-UNCHECKED.
003890     MOVE V7-STORE-LINE TO VFYRPT-RECORD.
003900     WRITE VFYRPT-RECORD.
003910     IF V7-STR-EXPOSED (V7-STR-IDX) > ZERO
003920        OR V7-STR-UNCHECKED (V7-STR-IDX) > ZERO
003930         MOVE 'N' TO V7-PROVEN-SW
003940     END-IF.
003950 7100-NEXT.
003960     SET V7-STR-IDX UP BY 1.
003970 7100-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000 8000-TERMINATE.
004010*-----------------------------------------------------------------
004020     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
004030     CLOSE VFYRPT.
004040     DISPLAY 'ESB117V: RECORDS READ ' RST-RECORDS-IN
004050         ' EXPOSED ' RST-RECORDS-OUT.
004055     MOVE V7-RETURN-CODE TO RETURN-CODE.
004060 8000-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090 9100-READ-LOGGERSF.
004100*-----------------------------------------------------------------
004110     READ LOGGERSF
004120         AT END
004130             SET V7-LOGGERSF-EOF TO TRUE
004140     END-READ.
004150 9100-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180 9200-READ-ARCHIVEF.
004190*-----------------------------------------------------------------
004200     READ ARCHIVEF
004210         AT END
004220             SET V7-ARCHIVEF-EOF TO TRUE
004230     END-READ.
004240 9200-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270 9300-READ-LOGGERSB.
004280*-----------------------------------------------------------------
004290     READ LOGGERSB
004300         AT END
004310             SET V7-LOGGERSB-EOF TO TRUE
004320     END-READ.
004330 9300-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360 9900-WRITE-RUN-STATS.
004370*-----------------------------------------------------------------
004380     MOVE 'ESB117V' TO RST-PROGRAM-ID.
004390     MOVE V7-RUN-DATE TO RST-BUSINESS-DATE.
004400     ACCEPT RST-END-TIME FROM TIME.
004410     MOVE '00' TO RST-WORST-STATUS.
004420     IF V7-VFYRPT-STATUS NOT = '00'
004430        AND V7-VFYRPT-STATUS NOT = '10'
004440         MOVE V7-VFYRPT-STATUS TO RST-WORST-STATUS
004450     END-IF.
004460     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
004470 9900-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 9999-EXIT.
004510*-----------------------------------------------------------------
004520     EXIT.
