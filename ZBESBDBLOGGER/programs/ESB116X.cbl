000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB116X
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    ONE-OFF SIGN-ON MASKING CONVERSION.  WALKS THE LIVE LOGGER
000200*    STORE, THE ARCHIVE STORE AND THE STANDBY COPY IN KEY ORDER
000210*    AND, FOR EVERY IMAGE WHOSE USER, PASSWORD OR USID IS STILL
000220*    IN CLEAR, OVERLAYS THE FIXED CREDENTIAL MASK (ESB115K) AND
000230*    REWRITES THE RECORD IN PLACE.  HOLD REQUESTS ARE MASKED ON
000240*    THE REQUEST HEADER LAYOUT, HOLD AND TRANSACTION RESPONSES ON
000250*    THE RESPONSE HEADER LAYOUT.  KEYS AND LENGTHS ARE UNCHANGED,
000260*    SO THE JOB MAY BE RE-RUN; AN IMAGE ALREADY MASKED IS LEFT
000270*    ALONE.  A STORE THAT CANNOT BE OPENED IS REPORTED AND GIVES
000280*    RETURN CODE 4, AS DOES ANY REWRITE FAILURE.  ESB117V IS RUN
000290*    AFTERWARDS TO PROVE NOTHING IS LEFT IN CLEAR.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*    15-OCT-2026  TC   INITIAL VERSION.
000330******************************************************************
000340 PROGRAM-ID. ESB116X.
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-ZSERIES.
000380 OBJECT-COMPUTER. IBM-ZSERIES.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOGGERSF ASSIGN TO LOGGERSF
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS LSR-STORE-KEY OF LOGGER-STORE-RECORD
000450         FILE STATUS IS X6-LOGGERSF-STATUS.
000460     SELECT ARCHIVEF ASSIGN TO ARCHIVEF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD
000500         FILE STATUS IS X6-ARCHIVEF-STATUS.
000510     SELECT LOGGERSB ASSIGN TO LOGGERSB
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS LSR-STORE-KEY OF X6-STANDBY-RECORD
000550         FILE STATUS IS X6-LOGGERSB-STATUS.
000560     SELECT CNVRPT   ASSIGN TO CNVRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS X6-CNVRPT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LOGGERSF
000620     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000630         DEPENDING ON X6-LSF-RECLEN.
000640     COPY "Logger_Store_Record.cpy".
000650 FD  ARCHIVEF
000660     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000670         DEPENDING ON X6-ARC-RECLEN.
000680     COPY "Logger_Store_Record.cpy"
000690         REPLACING LOGGER-STORE-RECORD BY LOGGER-ARCHIVE-RECORD.
000700 FD  LOGGERSB
000710     RECORD IS VARYING IN SIZE FROM 42 TO 3833
000720         DEPENDING ON X6-LSB-RECLEN.
000730     COPY "Logger_Store_Record.cpy"
000740         REPLACING LOGGER-STORE-RECORD BY X6-STANDBY-RECORD.
000750 FD  CNVRPT
000760     RECORDING MODE IS F.
000770 01  CNVRPT-RECORD                PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 01  X6-LOGGERSF-STATUS           PIC X(002) VALUE '00'.
000800     88 X6-LOGGERSF-OK                       VALUE '00'.
000810 01  X6-ARCHIVEF-STATUS           PIC X(002) VALUE '00'.
000820     88 X6-ARCHIVEF-OK                       VALUE '00'.
000830 01  X6-LOGGERSB-STATUS           PIC X(002) VALUE '00'.
000840     88 X6-LOGGERSB-OK                       VALUE '00'.
000850 01  X6-CNVRPT-STATUS             PIC X(002) VALUE '00'.
000860 01  X6-SWITCHES.
000870     05 X6-LOGGERSF-EOF-SW        PIC X(001) VALUE 'N'.
000880        88 X6-LOGGERSF-EOF                   VALUE 'Y'.
000890     05 X6-ARCHIVEF-EOF-SW        PIC X(001) VALUE 'N'.
000900        88 X6-ARCHIVEF-EOF                   VALUE 'Y'.
000910     05 X6-LOGGERSB-EOF-SW        PIC X(001) VALUE 'N'.
000920        88 X6-LOGGERSB-EOF                   VALUE 'Y'.
000930     05 X6-REWRITE-SW             PIC X(001) VALUE 'N'.
000940        88 X6-REWRITE-NEEDED                 VALUE 'Y'.
000950 01  X6-DATE-TIME.
000960     05 X6-RUN-DATE               PIC 9(008) VALUE ZERO.
000970     05 X6-RUN-TIME               PIC 9(006) VALUE ZERO.
000980 01  X6-LSF-RECLEN                PIC 9(004) COMP VALUE ZERO.
000990 01  X6-ARC-RECLEN                PIC 9(004) COMP VALUE ZERO.
001000 01  X6-LSB-RECLEN                PIC 9(004) COMP VALUE ZERO.
001010 01  X6-STREAM-CODE               PIC X(001) VALUE SPACE.
001020     88 X6-REQUEST-STREAM                    VALUE 'H'.
001030     88 X6-RESPONSE-STREAM                   VALUE 'R' 'S'.
001035 01  X6-RETURN-CODE               PIC 9(004) COMP VALUE ZERO.
001040*    ONE ENTRY PER STORE: 1 LIVE, 2 ARCHIVE, 3 STANDBY.
001050 01  X6-STORE-TABLE.
001060     05 X6-STR-ENTRY OCCURS 3 TIMES
001070        INDEXED BY X6-STR-IDX.
001080        10 X6-STR-NAME            PIC X(008).
001090        10 X6-STR-OPEN-STATUS     PIC X(002).
001100        10 X6-STR-READ            PIC 9(007).
001110        10 X6-STR-MASKED          PIC 9(007).
001120        10 X6-STR-USER            PIC 9(007).
001130        10 X6-STR-PASSWORD        PIC 9(007).
001140        10 X6-STR-USID            PIC 9(007).
001150        10 X6-STR-SKIPPED         PIC 9(007).
001160        10 X6-STR-ERRORS          PIC 9(007).
001170 01  X6-HEADING-LINE.
001180     05 FILLER                    PIC X(037)
001190            VALUE 'LOGGER SIGN-ON MASKING CONVERSION    '.
001200     05 FILLER                    PIC X(005) VALUE 'RUN: '.
001210     05 X6-HDG-DATE               PIC 9(008).
001220     05 FILLER                    PIC X(082) VALUE SPACES.
001230 01  X6-STORE-LINE.
001240     05 X6-STL-NAME               PIC X(009).
001250     05 FILLER                    PIC X(008) VALUE '  READ '.
001260     05 X6-STL-READ               PIC ZZZZZZ9.
001270     05 FILLER                    PIC X(010) VALUE '  MASKED '.
001280     05 X6-STL-MASKED             PIC ZZZZZZ9.
001290     05 FILLER                    PIC X(008) VALUE '  USER '.
001300     05 X6-STL-USER               PIC ZZZZZZ9.
001310     05 FILLER                    PIC X(012) VALUE '  PASSWORD '.
001320     05 X6-STL-PASSWORD           PIC ZZZZZZ9.
001330     05 FILLER                    PIC X(008) VALUE '  USID '.
001340     05 X6-STL-USID               PIC ZZZZZZ9.
001350     05 FILLER                    PIC X(011) VALUE '  SKIPPED '.
001360     05 X6-STL-SKIPPED            PIC ZZZZZZ9.
001370     05 FILLER                    PIC X(010) VALUE '  ERRORS '.
001380     05 X6-STL-ERRORS             PIC ZZZZZZ9.
001390     05 FILLER                    PIC X(007) VALUE SPACES.
001400 01  X6-UNAVAILABLE-LINE.
001410     05 X6-UNL-NAME               PIC X(009).
001420     05 FILLER                    PIC X(036)
001430            VALUE '** NOT CONVERTED - OPEN STATUS     '.
001440     05 X6-UNL-STATUS             PIC X(002).
001450     05 FILLER                    PIC X(085) VALUE SPACES.
001460 01  X6-ERROR-LINE.
001470     05 X6-ERL-NAME               PIC X(009).
001480     05 FILLER                    PIC X(027)
001490            VALUE '** REWRITE FAILED, STATUS  '.
001500     05 X6-ERL-STATUS             PIC X(002).
001510     05 FILLER                    PIC X(006) VALUE ' KEY: '.
001520     05 X6-ERL-KEY                PIC X(037).
001530     05 FILLER                    PIC X(051) VALUE SPACES.
001540 COPY "Credential_Mask.cpy".
001550 COPY "Run_Statistics.cpy".
001560 PROCEDURE DIVISION.
001570*-----------------------------------------------------------------
001580 0000-MAINLINE.
001590*-----------------------------------------------------------------
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 2000-CONVERT-LIVE THRU 2000-EXIT.
001620     PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT.
001630     PERFORM 4000-CONVERT-STANDBY THRU 4000-EXIT.
001640     PERFORM 7000-REPORT-STORES THRU 7000-EXIT.
001650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001660     STOP RUN.
001670*-----------------------------------------------------------------
001680 1000-INITIALIZE.
001690*-----------------------------------------------------------------
001700     ACCEPT X6-RUN-DATE FROM DATE YYYYMMDD.
001710     ACCEPT X6-RUN-TIME FROM TIME.
001720     ACCEPT RST-START-TIME FROM TIME.
001730     MOVE ZERO TO RST-RECORDS-IN RST-RECORDS-OUT
001740                  RST-REJECT-COUNT.
001750     SET X6-STR-IDX TO 1.
001760     PERFORM 1100-CLEAR-STORE-ENTRY THRU 1100-EXIT
001770         UNTIL X6-STR-IDX > 3.
001780     MOVE 'LOGGERSF' TO X6-STR-NAME (1).
001790     MOVE 'ARCHIVEF' TO X6-STR-NAME (2).
001800     MOVE 'LOGGERSB' TO X6-STR-NAME (3).
001810     OPEN OUTPUT CNVRPT.
001820     MOVE X6-RUN-DATE TO X6-HDG-DATE.
001830     MOVE X6-HEADING-LINE TO CNVRPT-RECORD.
001840     WRITE CNVRPT-RECORD.
001850 1000-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
001880 1100-CLEAR-STORE-ENTRY.
001890*-----------------------------------------------------------------
001900     MOVE '00' TO X6-STR-OPEN-STATUS (X6-STR-IDX).
001910     MOVE ZERO TO X6-STR-READ (X6-STR-IDX)
001920                  X6-STR-MASKED (X6-STR-IDX)
001930                  X6-STR-USER (X6-STR-IDX)
001940                  X6-STR-PASSWORD (X6-STR-IDX)
001950                  X6-STR-USID (X6-STR-IDX)
001960                  X6-STR-SKIPPED (X6-STR-IDX)
001970                  X6-STR-ERRORS (X6-STR-IDX).
001980     SET X6-STR-IDX UP BY 1.
001990 1100-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------------
002020 2000-CONVERT-LIVE.
002030*-----------------------------------------------------------------
002040     SET X6-STR-IDX TO 1.
002050     OPEN I-O LOGGERSF.
002060     IF NOT X6-LOGGERSF-OK
002070         MOVE X6-LOGGERSF-STATUS TO X6-STR-OPEN-STATUS (1)
002080         GO TO 2000-EXIT
002090     END-IF.
002100     PERFORM 9100-READ-LOGGERSF THRU 9100-EXIT.
002110     PERFORM 2100-MASK-LIVE-RECORD THRU 2100-EXIT
002120         UNTIL X6-LOGGERSF-EOF.
002130     CLOSE LOGGERSF.
002140 2000-EXIT.
002150     EXIT.
002160*-----------------------------------------------------------------
002170 2100-MASK-LIVE-RECORD.
002180*-----------------------------------------------------------------
002190     MOVE LSR-STREAM-CODE OF LOGGER-STORE-RECORD
002200         TO X6-STREAM-CODE.
002210     MOVE LSR-RAW-RECORD OF LOGGER-STORE-RECORD (1:320)
002220         TO CMK-HEADER.
002230     PERFORM 5000-MASK-HEADER THRU 5000-EXIT.
002240     IF X6-REWRITE-NEEDED
002250         MOVE CMK-HEADER
002260             TO LSR-RAW-RECORD OF LOGGER-STORE-RECORD (1:320)
002270         REWRITE LOGGER-STORE-RECORD
002280         IF X6-LOGGERSF-OK
002290             ADD 1 TO X6-STR-MASKED (1)
002300         ELSE
002310             MOVE X6-LOGGERSF-STATUS TO X6-ERL-STATUS
002320             MOVE LSR-STORE-KEY OF LOGGER-STORE-RECORD
002330                 TO X6-ERL-KEY
002340             PERFORM 5900-REWRITE-FAILED THRU 5900-EXIT
002350         END-IF
002360     END-IF.
002370     PERFORM 9100-READ-LOGGERSF THRU 9100-EXIT.
002380 2100-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------------
002410 3000-CONVERT-ARCHIVE.
002420*-----------------------------------------------------------------
002430     SET X6-STR-IDX TO 2.
002440     OPEN I-O ARCHIVEF.
002450     IF NOT X6-ARCHIVEF-OK
002460         MOVE X6-ARCHIVEF-STATUS TO X6-STR-OPEN-STATUS (2)
002470         GO TO 3000-EXIT
002480     END-IF.
002490     PERFORM 9200-READ-ARCHIVEF THRU 9200-EXIT.
002500     PERFORM 3100-MASK-ARCHIVE-RECORD THRU 3100-EXIT
002510         UNTIL X6-ARCHIVEF-EOF.
002520     CLOSE ARCHIVEF.
002530 3000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560 3100-MASK-ARCHIVE-RECORD.
002570*-----------------------------------------------------------------
002580     MOVE LSR-STREAM-CODE OF LOGGER-ARCHIVE-RECORD
002590         TO X6-STREAM-CODE.
002600     MOVE LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD (1:320)
002610         TO CMK-HEADER.
002620     PERFORM 5000-MASK-HEADER THRU 5000-EXIT.
002630     IF X6-REWRITE-NEEDED
002640         MOVE CMK-HEADER
002650             TO LSR-RAW-RECORD OF LOGGER-ARCHIVE-RECORD (1:320)
002660         REWRITE LOGGER-ARCHIVE-RECORD
002670         IF X6-ARCHIVEF-OK
002680             ADD 1 TO X6-STR-MASKED (2)
002690         ELSE
002700             MOVE X6-ARCHIVEF-STATUS TO X6-ERL-STATUS
002710             MOVE LSR-STORE-KEY OF LOGGER-ARCHIVE-RECORD
002720                 TO X6-ERL-KEY
002730             PERFORM 5900-REWRITE-FAILED THRU 5900-EXIT
002740         END-IF
002750     END-IF.
002760     PERFORM 9200-READ-ARCHIVEF THRU 9200-EXIT.
002770 3100-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800 4000-CONVERT-STANDBY.
002810*-----------------------------------------------------------------
002820     SET X6-STR-IDX TO 3.
002830     OPEN I-O LOGGERSB.
002840     IF NOT X6-LOGGERSB-OK
002850         MOVE X6-LOGGERSB-STATUS TO X6-STR-OPEN-STATUS (3)
002860         GO TO 4000-EXIT
002870     END-IF.
002880     PERFORM 9300-READ-LOGGERSB THRU 9300-EXIT.
002890     PERFORM 4100-MASK-STANDBY-RECORD THRU 4100-EXIT
002900         UNTIL X6-LOGGERSB-EOF.
002910     CLOSE LOGGERSB.
002920 4000-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950 4100-MASK-STANDBY-RECORD.
002960*-----------------------------------------------------------------
002970     MOVE LSR-STREAM-CODE OF X6-STANDBY-RECORD
002980         TO X6-STREAM-CODE.
002990     MOVE LSR-RAW-RECORD OF X6-STANDBY-RECORD (1:320)
003000         TO CMK-HEADER.
003010     PERFORM 5000-MASK-HEADER THRU 5000-EXIT.
003020     IF X6-REWRITE-NEEDED
003030         MOVE CMK-HEADER
003040             TO LSR-RAW-RECORD OF X6-STANDBY-RECORD (1:320)
003050         REWRITE X6-STANDBY-RECORD
003060         IF X6-LOGGERSB-OK
003070             ADD 1 TO X6-STR-MASKED (3)
003080         ELSE
003090             MOVE X6-LOGGERSB-STATUS TO X6-ERL-STATUS
003100             MOVE LSR-STORE-KEY OF X6-STANDBY-RECORD
003110                 TO X6-ERL-KEY
003120             PERFORM 5900-REWRITE-FAILED THRU 5900-EXIT
003130         END-IF
003140     END-IF.
003150     PERFORM 9300-READ-LOGGERSB THRU 9300-EXIT.
003160 4100-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190 5000-MASK-HEADER.
003200*-----------------------------------------------------------------
003210*    MASKS THE HEADER IN CMK-HEADER FOR THE CURRENT STORE AND
003220*    SAYS WHETHER THE RECORD MUST BE REWRITTEN.
003230     MOVE 'N' TO X6-REWRITE-SW.
003240     ADD 1 TO X6-STR-READ (X6-STR-IDX).
003250     ADD 1 TO RST-RECORDS-IN.
003260     EVALUATE TRUE
003270         WHEN X6-REQUEST-STREAM
003280             SET CMK-REQUEST-HEADER TO TRUE
003290         WHEN X6-RESPONSE-STREAM
003300             SET CMK-RESPONSE-HEADER TO TRUE
003310         WHEN OTHER
003320             ADD 1 TO X6-STR-SKIPPED (X6-STR-IDX)
003330             GO TO 5000-EXIT
003340     END-EVALUATE.
003350     SET CMK-MASK TO TRUE.
003360     CALL 'ESB115K' USING CREDENTIAL-MASK-AREA.
003370     IF NOT CMK-OK
003380         ADD 1 TO X6-STR-SKIPPED (X6-STR-IDX)
003390         GO TO 5000-EXIT
003400     END-IF.
003410     IF CMK-CLEAR-COUNT = ZERO
003420         GO TO 5000-EXIT
003430     END-IF.
003440     IF CMK-USER-CLEAR
003450         ADD 1 TO X6-STR-USER (X6-STR-IDX)
003460     END-IF.
003470     IF CMK-PASSWORD-CLEAR
003480         ADD 1 TO X6-STR-PASSWORD (X6-STR-IDX)
003490     END-IF.
003500     IF CMK-USID-CLEAR
003510         ADD 1 TO X6-STR-USID (X6-STR-IDX)
003520     END-IF.
003530     SET X6-REWRITE-NEEDED TO TRUE.
003540 5000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570 5900-REWRITE-FAILED.
003580*-----------------------------------------------------------------
003590     ADD 1 TO X6-STR-ERRORS (X6-STR-IDX).
003600     ADD 1 TO RST-REJECT-COUNT.
003610     MOVE X6-STR-NAME (X6-STR-IDX) TO X6-ERL-NAME.
003620     MOVE X6-ERROR-LINE TO CNVRPT-RECORD.
003630     WRITE CNVRPT-RECORD.
003640 5900-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003670 7000-REPORT-STORES.
003680*-----------------------------------------------------------------
003690     SET X6-STR-IDX TO 1.
003700     PERFORM 7100-REPORT-ONE-STORE THRU 7100-EXIT
003710         UNTIL X6-STR-IDX > 3.
003720 7000-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750 7100-REPORT-ONE-STORE.
003760*-----------------------------------------------------------------
003770     IF X6-STR-OPEN-STATUS (X6-STR-IDX) NOT = '00'
003780         MOVE X6-STR-NAME (X6-STR-IDX) TO X6-UNL-NAME
003790         MOVE X6-STR-OPEN-STATUS (X6-STR-IDX) TO X6-UNL-STATUS
003800         MOVE X6-UNAVAILABLE-LINE TO CNVRPT-RECORD
003810         WRITE CNVRPT-RECORD
003820         MOVE 4 TO X6-RETURN-CODE
003830         GO TO 7100-NEXT
003840     END-IF.
003850     MOVE X6-STR-NAME (X6-STR-IDX) TO X6-STL-NAME.
003860     MOVE X6-STR-READ (X6-STR-IDX) TO X6-STL-READ.
003870     MOVE X6-STR-MASKED (X6-STR-IDX) TO X6-STL-MASKED.
003880     MOVE X6-STR-USER (X6-STR-IDX) TO X6-STL-USER.
003890     MOVE X6-STR-PASSWORD (X6-STR-IDX) TO X6-STL-PASSWORD.
003900     MOVE X6-STR-USID (X6-STR-IDX) TO X6-STL-USID.
003910     MOVE X6-STR-SKIPPED (X6-STR-IDX) TO X6-STL-SKIPPED.
003920     MOVE X6-STR-ERRORS (X6-STR-IDX) TO X6-STL-ERRORS.
003930     MOVE X6-STORE-LINE TO CNVRPT-RECORD.
003940     WRITE CNVRPT-RECORD.
003950     ADD X6-STR-MASKED (X6-STR-IDX) TO RST-RECORDS-OUT.
003960     IF X6-STR-ERRORS (X6-STR-IDX) > ZERO
003970         MOVE 4 TO X6-RETURN-CODE
003980     END-IF.
003990 7100-NEXT.
004000     SET X6-STR-IDX UP BY 1.
004010 7100-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------------
004040 8000-TERMINATE.
004050*-----------------------------------------------------------------
004060     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
004070     CLOSE CNVRPT.
004080     DISPLAY 'ESB116X: RECORDS READ ' RST-RECORDS-IN
004090         ' MASKED ' RST-RECORDS-OUT
004100         ' REWRITE ERRORS ' RST-REJECT-COUNT.
004105     MOVE X6-RETURN-CODE TO RETURN-CODE.
004110 8000-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140 9100-READ-LOGGERSF.
004150*-----------------------------------------------------------------
004160     READ LOGGERSF
004170         AT END
004180             SET X6-LOGGERSF-EOF TO TRUE
004190     END-READ.
004200 9100-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 9200-READ-ARCHIVEF.
004240*-----------------------------------------------------------------
004250     READ ARCHIVEF
004260         AT END
004270             SET X6-ARCHIVEF-EOF TO TRUE
004280     END-READ.
004290 9200-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320 9300-READ-LOGGERSB.
004330*-----------------------------------------------------------------
004340     READ LOGGERSB
004350         AT END
004360             SET X6-LOGGERSB-EOF TO TRUE
004370     END-READ.
004380 9300-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410 9900-WRITE-RUN-STATS.
004420*-----------------------------------------------------------------
004430     MOVE 'ESB116X' TO RST-PROGRAM-ID.
004440     MOVE X6-RUN-DATE TO RST-BUSINESS-DATE.
004450     ACCEPT RST-END-TIME FROM TIME.
004460     MOVE '00' TO RST-WORST-STATUS.
004470     IF X6-CNVRPT-STATUS NOT = '00'
004480        AND X6-CNVRPT-STATUS NOT = '10'
004490         MOVE X6-CNVRPT-STATUS TO RST-WORST-STATUS
004500     END-IF.
004510     CALL 'ESB035L' USING RUN-STATISTICS-RECORD.
004520 9900-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550 9999-EXIT.
004560*-----------------------------------------------------------------
004570     EXIT.
